      *=========================== CUSTODY =============================*
      * Authors: Brian D Pead
      *
      * Description: Chain-of-custody report over the CRCCTL audit
      *              trail written by CRC32.  Given a starting
      *              dataset name and date on SYSIN, takes the first
      *              CRCCTL record for that dataset on that date as
      *              the content received, then follows it forward
      *              through every later audit record in time order:
      *              any record under any name carrying the same
      *              checksum, record count and CRC variant is the
      *              same content, byte for byte.
      *
      *              A job step that reads one dataset and writes
      *              another leaves its audit records together --
      *              the unnamed stream checksums CRC32 writes for
      *              the input and output sides, then the step's
      *              named record.  When one record of such a step
      *              group is on the chain, the step's other named
      *              records are hops from it.  A hop whose checksum
      *              differs is accepted as a transform when the job
      *              is a recognized transforming step (CSORT,
      *              DEBLOCK, RECONV, REFMT and TESTMASK, plus any
      *              named on TRANSFORM cards), as a part when the
      *              job is FILESPLT or FILEJOIN, and is otherwise
      *              flagged as a checksum change nothing accounts
      *              for.  A later record for a dataset already on
      *              the chain that carries different content is
      *              judged the same way.
      *
      *              An ANYORDER record -- the order-independent
      *              fingerprint of FILECHK ALGORITHM ANYORDER and of
      *              CSORT -- cannot be compared with a whole-file
      *              checksum, so it is the same content as chain
      *              content of another variant with the same record
      *              count, and only a differing count (or a
      *              differing fingerprint of the same kind) is a
      *              change; no transform excuses one.  A dataset
      *              last recorded by fingerprint alone takes its
      *              next whole-file checksum with the same record
      *              count as its content, so a sort output checked
      *              afterwards stays on the chain.
      *
      *              The report lists the chain hop by hop with job
      *              names, then every dataset on the chain with
      *              whether its last recorded content is identical
      *              to what was received, a recognized transform of
      *              it, a split part, or altered.  Ends with
      *              RETURN-CODE 8 when the checksum changed without
      *              a recognized transforming step, naming the
      *              first such hop, and RETURN-CODE 4 when the
      *              starting record cannot be found.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12:
      *                  DATASET     starting dataset name (required)
      *                  START-DATE  YYYY-MM-DD, default today
      *                  DATE-BASIS  RUN (default) or BUSINESS
      *                  TRANSFORM   further transforming job name
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-21  1.0      First release
      * 2026-09-26  1.1      Widen the CRCCTL record for the chain-
      *                      hash column and pass over the chain
      *                      ANCHOR records CRCPURGE leaves.
      * 2026-10-15  1.2      Trace through ANYORDER records by record
      *                      count, and recognize CSORT as a
      *                      transforming step.
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CUSTODY.

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

           SELECT CRC-CONTROL-FILE
               ASSIGN TO           'CRCCTL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CRC-CONTROL-FILE.

       01  CRC-CONTROL-RECORD.
           05  CTL-REC-CHECKSUM        PIC 9(09).
           05  CTL-REC-SEP-1           PIC X(01).
           05  CTL-REC-VARIANT         PIC X(10).
           05  CTL-REC-SEP-2           PIC X(01).
           05  CTL-REC-TIMESTAMP.
               10  CTL-REC-DATE        PIC X(10).
               10  CTL-REC-SEP-T       PIC X(01).
               10  CTL-REC-TIME        PIC X(08).
           05  CTL-REC-SEP-3           PIC X(01).
           05  CTL-REC-JOB             PIC X(08).
           05  CTL-REC-SEP-4           PIC X(01).
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).

       01  W-START-DATASET          PIC X(44)       VALUE SPACES.
       01  W-START-DATE             PIC X(10)       VALUE SPACES.

       01  W-DATE-BASIS             PIC X(08)       VALUE 'RUN'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-PROCDT-PROG            PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.      COPY PROCDTL.

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CARD-JOB               PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-START-FOUND                        VALUE 'Y'.
           88  W-START-NOT-FOUND                    VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-HOP-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-XFORM-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-CHANGE-COUNT           PIC 9(09)  COMP VALUE 0.

      **** THE JOBS WHOSE OUTPUT IS MEANT TO DIFFER FROM THEIR INPUT.
      **** TRANSFORM CARDS ADD TO THE FIVE THE SUITE ITSELF SHIPS.
      **** A SORT REORDERS THE RECORDS, WHICH CHANGES THE WHOLE-FILE
      **** CHECKSUM BUT NOT THE ANYORDER FINGERPRINT.

       01  W-XFORM-MAX              PIC 9(04)  COMP VALUE 20.
       01  W-XFORM-COUNT-JOBS       PIC 9(04)  COMP VALUE 5.
       01  W-XFORM-INIT.
           05  FILLER               PIC X(08)       VALUE 'CSORT'.
           05  FILLER               PIC X(08)       VALUE 'DEBLOCK'.
           05  FILLER               PIC X(08)       VALUE 'RECONV'.
           05  FILLER               PIC X(08)       VALUE 'REFMT'.
           05  FILLER               PIC X(08)       VALUE 'TESTMASK'.
           05  FILLER               PIC X(120)      VALUE SPACES.
       01  W-XFORM-TABLE REDEFINES W-XFORM-INIT.
           05  W-XFORM-JOB         OCCURS 20       INDEXED W-X-DX
                                    PIC X(08).

      **** EVERY AUDIT RECORD FROM THE STARTING ONE ONWARD, IN THE
      **** ORDER CRC32 APPENDED THEM, WHICH IS TIME ORDER.

       01  W-ENTRY-MAX              PIC 9(09)  COMP VALUE 20000.
       01  W-ENTRY-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-ENTRY-TABLE.
           05  W-ENTRY             OCCURS 20000    INDEXED W-E-DX
                                                           W-N-DX.
               10  ENT-STAMP       PIC X(19).
               10  ENT-DATE        PIC X(10).
               10  ENT-JOB         PIC X(08).
               10  ENT-DATASET     PIC X(44).
               10  ENT-RECORDS     PIC 9(09).
               10  ENT-CHECKSUM    PIC 9(09).
               10  ENT-VARIANT     PIC X(10).

      **** EVERY DISTINCT CONTENT SEEN ON THE CHAIN, WITH HOW IT CAME
      **** ABOUT:  O = AS RECEIVED, T = RECOGNIZED TRANSFORM OF IT,
      **** P = SPLIT PART OF IT, C = ALTERED WITH NOTHING TO ACCOUNT
      **** FOR THE CHANGE (OR DERIVED FROM SUCH CONTENT).

       01  W-FP-MAX                 PIC 9(04)  COMP VALUE 1000.
       01  W-FP-COUNT               PIC 9(04)  COMP VALUE 0.
       01  W-FP-TABLE.
           05  W-FP-ENTRY          OCCURS 1000     INDEXED W-F-DX.
               10  FP-CHECKSUM     PIC 9(09).
               10  FP-RECORDS      PIC 9(09).
               10  FP-VARIANT      PIC X(10).
               10  FP-KIND         PIC X(01).

      **** EVERY DATASET NAME ON THE CHAIN AND ITS LATEST CONTENT.
      **** NAM-ORDER-ONLY IS 'Y' WHILE THE LATEST RECORD FOR THE NAME
      **** IS AN ANYORDER FINGERPRINT, WHICH FIXES ITS RECORDS BUT
      **** NOT THEIR ORDER.

       01  W-NAME-MAX               PIC 9(04)  COMP VALUE 1000.
       01  W-NAME-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-NAME-TABLE.
           05  W-NAME-ENTRY        OCCURS 1000     INDEXED W-M-DX.
               10  NAM-DATASET     PIC X(44).
               10  NAM-KIND        PIC X(01).
               10  NAM-STAMP       PIC X(19).
               10  NAM-JOB         PIC X(08).
               10  NAM-RECORDS     PIC 9(09).
               10  NAM-ORDER-ONLY  PIC X(01).

       01  W-GROUP-START            PIC 9(09)  COMP.
       01  W-GROUP-END              PIC 9(09)  COMP.
       01  W-GROUP-JOB              PIC X(08).
       01  W-GROUP-SOURCE-KIND      PIC X(01).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GROUP-CLOSED                       VALUE 'Y'.
           88  W-GROUP-OPEN                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GROUP-LINKED                       VALUE 'Y'.
           88  W-GROUP-NOT-LINKED                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MATCH-BY-COUNT                     VALUE 'Y'.
           88  W-MATCH-BY-CHECKSUM                  VALUE 'N'.

       01  W-FP-HIT                 PIC 9(04)  COMP.
       01  W-NAME-HIT               PIC 9(04)  COMP.

       01  W-JOB-CLASS              PIC X(01).
           88  W-JOB-TRANSFORM                      VALUE 'T'.
           88  W-JOB-SPLIT                          VALUE 'P'.
           88  W-JOB-OTHER                          VALUE 'C'.

       01  W-NEW-KIND               PIC X(01).
       01  W-HOP-LABEL              PIC X(08).
       01  W-STATUS-TEXT            PIC X(12).

       01  W-FIRST-CHANGE.
           05  W-FIRST-CHANGE-STAMP PIC X(19)       VALUE SPACES.
           05  W-FIRST-CHANGE-JOB   PIC X(08)       VALUE SPACES.
           05  W-FIRST-CHANGE-DSN   PIC X(44)       VALUE SPACES.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  FILLER               PIC X(13).

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
               PERFORM SUB-2000-LOAD-CONTROL THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-START-FOUND
               PERFORM SUB-3000-TRACE-CHAIN THRU SUB-3000-EXIT
               PERFORM SUB-5000-REPORT-DATASETS THRU SUB-5000-EXIT
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

           DISPLAY 'CUSTODY  compiled on '
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

           IF      W-START-DATASET = SPACES
               DISPLAY 'CUSTODY  DATASET card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** THE START DATE DEFAULTS TO TODAY -- ON THE BUSINESS BASIS
      **** THE CURRENT PROCESSING DATE.

           IF      W-START-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-START-DATE
           END-IF

           IF      W-START-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE
               STRING W-CURRENT-DATE-YYYY '-'
                      W-CURRENT-DATE-MM   '-'
                      W-CURRENT-DATE-DD
                   DELIMITED BY SIZE INTO W-START-DATE
               END-STRING
           END-IF

           MOVE W-START-DATE(1:4)   TO W-DATE-YYYY
           MOVE W-START-DATE(6:2)   TO W-DATE-MM
           MOVE W-START-DATE(9:2)   TO W-DATE-DD

           IF      W-START-DATE(5:1) NOT = '-'
           OR      W-START-DATE(8:1) NOT = '-'
           OR      W-DATE-NUM NOT NUMERIC
               DISPLAY 'CUSTODY  START-DATE is not a valid date: '
                   W-START-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTODY  unable to open CRCCTL - status '
                   W-CTL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTODY  unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT

           PERFORM SUB-1120-PROCESS-CARD THRU SUB-1120-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-PROCESS-CARD.
      *-------------------------

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'DATASET'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-START-DATASET

               WHEN 'START-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-START-DATE

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'CUSTODY  DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TRANSFORM'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CARD-JOB
                   PERFORM SUB-1130-ADD-TRANSFORM THRU SUB-1130-EXIT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CUSTODY  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-ADD-TRANSFORM.
      *---------------------------

           IF      W-CARD-JOB = SPACES
               DISPLAY 'CUSTODY  TRANSFORM card needs a job name'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1130-EXIT
           END-IF

           PERFORM SUB-4250-CLASSIFY-JOB THRU SUB-4250-EXIT

           IF      W-JOB-TRANSFORM
               GO TO SUB-1130-EXIT
           END-IF

           IF      W-XFORM-COUNT-JOBS >= W-XFORM-MAX
               DISPLAY 'CUSTODY  more than ' W-XFORM-MAX
                   ' transforming jobs named'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1130-EXIT
           END-IF

           ADD  1                   TO W-XFORM-COUNT-JOBS
           SET  W-X-DX              TO W-XFORM-COUNT-JOBS
           MOVE W-CARD-JOB          TO W-XFORM-JOB(W-X-DX)
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-CONTROL.
      *-------------------------

           PERFORM SUB-2100-READ-CONTROL THRU SUB-2100-EXIT

           PERFORM SUB-2200-LOAD-RECORD THRU SUB-2200-EXIT
               UNTIL W-CTL-EOF

           CLOSE CRC-CONTROL-FILE

           IF      W-START-NOT-FOUND
               DISPLAY 'CUSTODY  no CRCCTL record for '
                   W-START-DATASET
               DISPLAY 'CUSTODY  on ' W-START-DATE
               IF      RETURN-CODE = 0
                   MOVE 4           TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CONTROL.
      *-------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-RECORD.
      *-------------------------

           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-2200-NEXT
           END-IF

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.

           IF      W-BASIS-BUSINESS
           AND     CTL-REC-BUS-DATE NOT = SPACES
               MOVE CTL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE CTL-REC-DATE    TO W-RECORD-DATE
           END-IF

      **** NOTHING BEFORE THE FIRST RECORD OF THE STARTING DATASET ON
      **** THE STARTING DATE CAN BE PART OF ITS CUSTODY.

           IF      W-START-NOT-FOUND
               IF      CTL-REC-DATASET = W-START-DATASET
               AND     W-RECORD-DATE = W-START-DATE
                   SET  W-START-FOUND
                                    TO TRUE
               ELSE
                   GO TO SUB-2200-NEXT
               END-IF
           END-IF

           IF      W-ENTRY-COUNT >= W-ENTRY-MAX
               DISPLAY 'CUSTODY  entry table full at ' W-ENTRY-MAX
                   ' - later records not traced'
               MOVE 8               TO RETURN-CODE
               SET  W-CTL-EOF       TO TRUE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                   TO W-ENTRY-COUNT
           SET  W-E-DX              TO W-ENTRY-COUNT

           MOVE CTL-REC-TIMESTAMP   TO ENT-STAMP(W-E-DX)
           MOVE W-RECORD-DATE       TO ENT-DATE(W-E-DX)
           MOVE CTL-REC-JOB         TO ENT-JOB(W-E-DX)
           MOVE CTL-REC-DATASET     TO ENT-DATASET(W-E-DX)
           MOVE CTL-REC-RECORDS     TO ENT-RECORDS(W-E-DX)
           MOVE CTL-REC-CHECKSUM    TO ENT-CHECKSUM(W-E-DX)
           MOVE CTL-REC-VARIANT     TO ENT-VARIANT(W-E-DX)
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-CONTROL THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-TRACE-CHAIN.
      *-------------------------

           DISPLAY 'CUSTODY  ================================='
               '==============='
           DISPLAY 'CUSTODY  CHAIN OF CUSTODY FOR ' W-START-DATASET
           DISPLAY 'CUSTODY  STARTING ' W-START-DATE
           IF      W-BASIS-BUSINESS
               DISPLAY 'CUSTODY  SELECTED ON BUSINESS PROCESSING DATE'
           END-IF
           DISPLAY 'CUSTODY  ================================='
               '==============='
           DISPLAY 'CUSTODY  '
           DISPLAY 'CUSTODY  DATE       TIME     JOB      HOP      '
               'RECORDS   CHECKSUM  DATASET'

      **** THE STARTING RECORD IS THE CONTENT AS RECEIVED.

           SET  W-E-DX              TO 1
           MOVE 'O'                 TO W-NEW-KIND
           PERFORM SUB-4230-ADD-CONTENT THRU SUB-4230-EXIT
           PERFORM SUB-4240-SET-NAME THRU SUB-4240-EXIT
           MOVE 'START'             TO W-HOP-LABEL
           PERFORM SUB-4300-PRINT-HOP THRU SUB-4300-EXIT

           MOVE 1                   TO W-GROUP-START

           PERFORM SUB-3100-TRACE-GROUP THRU SUB-3100-EXIT
               UNTIL W-GROUP-START > W-ENTRY-COUNT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-TRACE-GROUP.
      *-------------------------

           PERFORM SUB-3200-FIND-GROUP-END THRU SUB-3200-EXIT

      **** THE STEP IS LINKED TO THE CHAIN WHEN ANY OF ITS RECORDS --
      **** NAMED OR NOT -- CARRIES CONTENT ALREADY ON THE CHAIN.

           SET  W-GROUP-NOT-LINKED  TO TRUE
           MOVE SPACE               TO W-GROUP-SOURCE-KIND

           PERFORM SUB-3300-CHECK-LINK THRU SUB-3300-EXIT
               VARYING W-E-DX FROM W-GROUP-START BY 1
                 UNTIL W-E-DX > W-GROUP-END OR W-GROUP-LINKED

           PERFORM SUB-4000-TRACE-RECORD THRU SUB-4000-EXIT
               VARYING W-E-DX FROM W-GROUP-START BY 1
                 UNTIL W-E-DX > W-GROUP-END

           COMPUTE W-GROUP-START = W-GROUP-END + 1
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-FIND-GROUP-END.
      *----------------------------

      **** ONE STEP'S RECORDS: THE UNNAMED STREAM CHECKSUMS CRC32
      **** WRITES FOR A STEP'S INPUT AND OUTPUT SIDES, THEN THE
      **** STEP'S NAMED RECORD, ALL WITHIN THE SAME MINUTE.  ONLY
      **** THE TRANSFORMING AND SPLITTING JOBS WRITE MORE THAN ONE
      **** NAMED RECORD A STEP, AND A FURTHER NAMED RECORD FROM ONE
      **** OF THEM BELONGS TO THE STEP ONLY WHEN WRITTEN IN THE SAME
      **** SECOND, SO A RUN OF SEPARATE FILECHK STEPS IS NEVER
      **** MISTAKEN FOR ONE STEP.

           MOVE W-GROUP-START       TO W-GROUP-END
           SET  W-E-DX              TO W-GROUP-START
           MOVE ENT-JOB(W-E-DX)     TO W-GROUP-JOB
           SET  W-GROUP-OPEN        TO TRUE

           PERFORM SUB-3210-EXTEND-GROUP THRU SUB-3210-EXIT
               UNTIL W-GROUP-CLOSED
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-EXTEND-GROUP.
      *--------------------------

           IF      W-GROUP-END >= W-ENTRY-COUNT
               SET  W-GROUP-CLOSED  TO TRUE
               GO TO SUB-3210-EXIT
           END-IF

           SET  W-E-DX              TO W-GROUP-END
           SET  W-N-DX              TO W-GROUP-END
           SET  W-N-DX              UP BY 1

           SET  W-GROUP-CLOSED      TO TRUE

           EVALUATE TRUE
               WHEN ENT-JOB(W-N-DX) = SPACES
                   IF      ENT-JOB(W-E-DX) = SPACES
                   AND     ENT-STAMP(W-N-DX)(1:16)
                               = ENT-STAMP(W-E-DX)(1:16)
                       SET  W-GROUP-OPEN
                                    TO TRUE
                   END-IF

               WHEN ENT-JOB(W-E-DX) = SPACES
                   IF      ENT-STAMP(W-N-DX)(1:16)
                               = ENT-STAMP(W-E-DX)(1:16)
                       SET  W-GROUP-OPEN
                                    TO TRUE
                       MOVE ENT-JOB(W-N-DX)
                                    TO W-GROUP-JOB
                   END-IF

               WHEN OTHER
                   MOVE W-GROUP-JOB TO W-CARD-JOB
                   PERFORM SUB-4250-CLASSIFY-JOB THRU SUB-4250-EXIT
                   IF      ENT-JOB(W-N-DX) = W-GROUP-JOB
                   AND     ENT-STAMP(W-N-DX) = ENT-STAMP(W-E-DX)
                   AND     NOT W-JOB-OTHER
                       SET  W-GROUP-OPEN
                                    TO TRUE
                   END-IF
           END-EVALUATE

           IF      W-GROUP-OPEN
               ADD  1               TO W-GROUP-END
           END-IF
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3300-CHECK-LINK.
      *------------------------

           PERFORM SUB-4210-FIND-CONTENT THRU SUB-4210-EXIT

           IF      W-ENTRY-FOUND
               SET  W-GROUP-LINKED  TO TRUE
               SET  W-F-DX          TO W-FP-HIT
               MOVE FP-KIND(W-F-DX) TO W-GROUP-SOURCE-KIND
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-TRACE-RECORD.
      *-------------------------

      **** THE STARTING RECORD WAS PRINTED BEFORE THE FIRST GROUP.

           IF      W-E-DX = 1
               GO TO SUB-4000-EXIT
           END-IF

      **** THE SAME CONTENT UNDER ANY NAME IS A COPY OF IT.

           PERFORM SUB-4210-FIND-CONTENT THRU SUB-4210-EXIT

           IF      W-ENTRY-FOUND
               IF      ENT-DATASET(W-E-DX) = SPACES
                   GO TO SUB-4000-EXIT
               END-IF
               SET  W-F-DX          TO W-FP-HIT
               MOVE FP-KIND(W-F-DX) TO W-NEW-KIND
               IF      FP-KIND(W-F-DX) = 'P'
                   MOVE 'PART'      TO W-HOP-LABEL
               ELSE
                   MOVE 'SAME'      TO W-HOP-LABEL
               END-IF
               IF      W-MATCH-BY-COUNT
                   PERFORM SUB-4260-REORDERED-COPY THRU SUB-4260-EXIT
               END-IF
               PERFORM SUB-4240-SET-NAME THRU SUB-4240-EXIT
               PERFORM SUB-4300-PRINT-HOP THRU SUB-4300-EXIT
               GO TO SUB-4000-EXIT
           END-IF

      **** DIFFERENT CONTENT MATTERS ONLY UNDER A NAME, AND ONLY WHEN
      **** IT CAME OUT OF A STEP THAT READ CHAIN CONTENT OR REPLACED
      **** A DATASET ALREADY ON THE CHAIN.

           IF      ENT-DATASET(W-E-DX) = SPACES
               GO TO SUB-4000-EXIT
           END-IF

      **** A DATASET LAST RECORDED BY ITS ANYORDER FINGERPRINT ALONE
      **** TAKES ITS NEXT WHOLE-FILE CHECKSUM WITH THE SAME RECORD
      **** COUNT AS ITS CONTENT.

           IF      ENT-VARIANT(W-E-DX) NOT = 'ANYORDER'
               PERFORM SUB-4220-FIND-NAME THRU SUB-4220-EXIT
               IF      W-ENTRY-FOUND
                   SET  W-M-DX      TO W-NAME-HIT
                   IF      NAM-ORDER-ONLY(W-M-DX) = 'Y'
                   AND     NAM-RECORDS(W-M-DX) = ENT-RECORDS(W-E-DX)
                       MOVE NAM-KIND(W-M-DX)
                                    TO W-NEW-KIND
                       MOVE 'SAME'  TO W-HOP-LABEL
                       PERFORM SUB-4230-ADD-CONTENT THRU SUB-4230-EXIT
                       PERFORM SUB-4240-SET-NAME THRU SUB-4240-EXIT
                       PERFORM SUB-4300-PRINT-HOP THRU SUB-4300-EXIT
                       GO TO SUB-4000-EXIT
                   END-IF
               END-IF
           END-IF

           IF      W-GROUP-LINKED
               MOVE W-GROUP-SOURCE-KIND
                                    TO W-NEW-KIND
           ELSE
               PERFORM SUB-4220-FIND-NAME THRU SUB-4220-EXIT
               IF      W-ENTRY-NOT-FOUND
                   GO TO SUB-4000-EXIT
               END-IF
               SET  W-M-DX          TO W-NAME-HIT
               MOVE NAM-KIND(W-M-DX)
                                    TO W-NEW-KIND
           END-IF

           MOVE ENT-JOB(W-E-DX)     TO W-CARD-JOB
           IF      W-CARD-JOB = SPACES
               MOVE W-GROUP-JOB     TO W-CARD-JOB
           END-IF
           PERFORM SUB-4250-CLASSIFY-JOB THRU SUB-4250-EXIT

      **** NO REORDERING CHANGES AN ANYORDER FINGERPRINT, SO ONE THAT
      **** DIFFERS IS NEVER A TRANSFORM.

           IF      ENT-VARIANT(W-E-DX) = 'ANYORDER'
               SET  W-JOB-OTHER     TO TRUE
           END-IF

      **** CONTENT ALREADY ALTERED STAYS ALTERED, WHATEVER IS DONE TO
      **** IT AFTERWARDS.

           EVALUATE TRUE
               WHEN W-JOB-TRANSFORM
                   MOVE 'XFORM'     TO W-HOP-LABEL
                   ADD  1           TO W-XFORM-COUNT
                   IF      W-NEW-KIND NOT = 'C'
                       MOVE 'T'     TO W-NEW-KIND
                   END-IF

               WHEN W-JOB-SPLIT
                   MOVE 'PART'      TO W-HOP-LABEL
                   IF      W-NEW-KIND NOT = 'C'
                       MOVE 'P'     TO W-NEW-KIND
                   END-IF

               WHEN OTHER
                   MOVE 'CHANGED'   TO W-HOP-LABEL
                   MOVE 'C'         TO W-NEW-KIND
                   ADD  1           TO W-CHANGE-COUNT
                   IF      W-FIRST-CHANGE-STAMP = SPACES
                       MOVE ENT-STAMP(W-E-DX)
                                    TO W-FIRST-CHANGE-STAMP
                       MOVE ENT-JOB(W-E-DX)
                                    TO W-FIRST-CHANGE-JOB
                       MOVE ENT-DATASET(W-E-DX)
                                    TO W-FIRST-CHANGE-DSN
                   END-IF
           END-EVALUATE

           PERFORM SUB-4230-ADD-CONTENT THRU SUB-4230-EXIT
           PERFORM SUB-4240-SET-NAME THRU SUB-4240-EXIT
           PERFORM SUB-4300-PRINT-HOP THRU SUB-4300-EXIT

           IF      W-HOP-LABEL = 'CHANGED'
               DISPLAY 'CUSTODY    ** checksum changed with no '
                   'recognized transforming step **'
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4210-FIND-CONTENT.
      *-------------------------

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           SET  W-MATCH-BY-CHECKSUM TO TRUE
           MOVE 0                   TO W-FP-HIT

           PERFORM SUB-4211-MATCH-CONTENT THRU SUB-4211-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FP-COUNT OR W-ENTRY-FOUND

      **** AN ANYORDER FINGERPRINT IS NOT COMPARABLE WITH A WHOLE-FILE
      **** CHECKSUM; AGAINST CONTENT OF ANOTHER VARIANT ONLY THE
      **** RECORD COUNT CAN BE MATCHED.

           IF      W-ENTRY-NOT-FOUND
           AND     ENT-VARIANT(W-E-DX) = 'ANYORDER'
               PERFORM SUB-4212-MATCH-COUNT THRU SUB-4212-EXIT
                   VARYING W-F-DX FROM 1 BY 1
                     UNTIL W-F-DX > W-FP-COUNT OR W-ENTRY-FOUND
               IF      W-ENTRY-FOUND
                   SET  W-MATCH-BY-COUNT
                                    TO TRUE
               END-IF
           END-IF
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4211-MATCH-CONTENT.
      *--------------------------

           IF      FP-CHECKSUM(W-F-DX) = ENT-CHECKSUM(W-E-DX)
           AND     FP-RECORDS(W-F-DX)  = ENT-RECORDS(W-E-DX)
           AND     FP-VARIANT(W-F-DX)  = ENT-VARIANT(W-E-DX)
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-FP-HIT        TO W-F-DX
           END-IF
           .
       SUB-4211-EXIT.
           EXIT.
      /
       SUB-4212-MATCH-COUNT.
      *------------------------

           IF      FP-VARIANT(W-F-DX) NOT = 'ANYORDER'
           AND     FP-RECORDS(W-F-DX) = ENT-RECORDS(W-E-DX)
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-FP-HIT        TO W-F-DX
           END-IF
           .
       SUB-4212-EXIT.
           EXIT.
      /
       SUB-4220-FIND-NAME.
      *----------------------

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-NAME-HIT

           PERFORM SUB-4221-MATCH-NAME THRU SUB-4221-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-NAME-COUNT OR W-ENTRY-FOUND
           .
       SUB-4220-EXIT.
           EXIT.
      /
       SUB-4221-MATCH-NAME.
      *-----------------------

           IF      NAM-DATASET(W-M-DX) = ENT-DATASET(W-E-DX)
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-NAME-HIT      TO W-M-DX
           END-IF
           .
       SUB-4221-EXIT.
           EXIT.
      /
       SUB-4230-ADD-CONTENT.
      *-------------------------

           PERFORM SUB-4210-FIND-CONTENT THRU SUB-4210-EXIT

           IF      W-ENTRY-FOUND
               GO TO SUB-4230-EXIT
           END-IF

           IF      W-FP-COUNT >= W-FP-MAX
               DISPLAY 'CUSTODY  content table full at ' W-FP-MAX
                   ' - later copies may not be traced'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-4230-EXIT
           END-IF

           ADD  1                   TO W-FP-COUNT
           SET  W-F-DX              TO W-FP-COUNT
           MOVE ENT-CHECKSUM(W-E-DX)
                                    TO FP-CHECKSUM(W-F-DX)
           MOVE ENT-RECORDS(W-E-DX) TO FP-RECORDS(W-F-DX)
           MOVE ENT-VARIANT(W-E-DX) TO FP-VARIANT(W-F-DX)
           MOVE W-NEW-KIND          TO FP-KIND(W-F-DX)
           .
       SUB-4230-EXIT.
           EXIT.
      /
       SUB-4240-SET-NAME.
      *---------------------

           ADD  1                   TO W-HOP-COUNT

           PERFORM SUB-4220-FIND-NAME THRU SUB-4220-EXIT

           IF      W-ENTRY-NOT-FOUND
               IF      W-NAME-COUNT >= W-NAME-MAX
                   DISPLAY 'CUSTODY  dataset table full at '
                       W-NAME-MAX ' - later datasets not listed'
                   MOVE 8           TO RETURN-CODE
                   GO TO SUB-4240-EXIT
               END-IF
               ADD  1               TO W-NAME-COUNT
               MOVE W-NAME-COUNT    TO W-NAME-HIT
               SET  W-M-DX          TO W-NAME-HIT
               MOVE ENT-DATASET(W-E-DX)
                                    TO NAM-DATASET(W-M-DX)
           END-IF

           SET  W-M-DX              TO W-NAME-HIT
           MOVE W-NEW-KIND          TO NAM-KIND(W-M-DX)
           MOVE ENT-STAMP(W-E-DX)   TO NAM-STAMP(W-M-DX)
           MOVE ENT-JOB(W-E-DX)     TO NAM-JOB(W-M-DX)
           MOVE ENT-RECORDS(W-E-DX) TO NAM-RECORDS(W-M-DX)

           IF      ENT-VARIANT(W-E-DX) = 'ANYORDER'
               MOVE 'Y'             TO NAM-ORDER-ONLY(W-M-DX)
           ELSE
               MOVE 'N'             TO NAM-ORDER-ONLY(W-M-DX)
           END-IF
           .
       SUB-4240-EXIT.
           EXIT.
      /
       SUB-4250-CLASSIFY-JOB.
      *--------------------------

           SET  W-JOB-OTHER         TO TRUE

           IF      W-CARD-JOB = 'FILESPLT'
           OR      W-CARD-JOB = 'FILEJOIN'
               SET  W-JOB-SPLIT     TO TRUE
               GO TO SUB-4250-EXIT
           END-IF

           PERFORM SUB-4251-MATCH-TRANSFORM THRU SUB-4251-EXIT
               VARYING W-X-DX FROM 1 BY 1
                 UNTIL W-X-DX > W-XFORM-COUNT-JOBS
                    OR W-JOB-TRANSFORM
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4251-MATCH-TRANSFORM.
      *-----------------------------

           IF      W-XFORM-JOB(W-X-DX) = W-CARD-JOB
               SET  W-JOB-TRANSFORM TO TRUE
           END-IF
           .
       SUB-4251-EXIT.
           EXIT.
      /
       SUB-4260-REORDERED-COPY.
      *----------------------------

      **** A RECORD COUNT MATCHES MANY CONTENTS, SO A FINGERPRINT OF
      **** A DATASET ALREADY ON THE CHAIN KEEPS THAT DATASET'S OWN
      **** STANDING.  A NEW NAME WRITTEN BY A TRANSFORMING STEP (A
      **** SORT) WITH THE SAME RECORDS IS A TRANSFORM OF THE CONTENT
      **** IT CAME FROM, NOT AN IDENTICAL COPY OF IT.

           PERFORM SUB-4220-FIND-NAME THRU SUB-4220-EXIT

           IF      W-ENTRY-FOUND
               SET  W-M-DX          TO W-NAME-HIT
               MOVE NAM-KIND(W-M-DX)
                                    TO W-NEW-KIND
               GO TO SUB-4260-EXIT
           END-IF

           MOVE ENT-JOB(W-E-DX)     TO W-CARD-JOB
           IF      W-CARD-JOB = SPACES
               MOVE W-GROUP-JOB     TO W-CARD-JOB
           END-IF
           PERFORM SUB-4250-CLASSIFY-JOB THRU SUB-4250-EXIT

           IF      W-JOB-TRANSFORM
               MOVE 'XFORM'         TO W-HOP-LABEL
               ADD  1               TO W-XFORM-COUNT
               IF      W-NEW-KIND NOT = 'C'
                   MOVE 'T'         TO W-NEW-KIND
               END-IF
           END-IF
           .
       SUB-4260-EXIT.
           EXIT.
      /
       SUB-4300-PRINT-HOP.
      *----------------------

           DISPLAY 'CUSTODY  ' ENT-STAMP(W-E-DX) ' '
               ENT-JOB(W-E-DX) ' '
               W-HOP-LABEL ' '
               ENT-RECORDS(W-E-DX) ' '
               ENT-CHECKSUM(W-E-DX) ' '
               ENT-DATASET(W-E-DX)
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-5000-REPORT-DATASETS.
      *-----------------------------

           DISPLAY 'CUSTODY  '
           DISPLAY 'CUSTODY  DATASETS ON THE CHAIN'
           DISPLAY 'CUSTODY  CONTENT      LAST RECORDED       JOB'
               '      DATASET'

           PERFORM SUB-5100-PRINT-DATASET THRU SUB-5100-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-NAME-COUNT

           DISPLAY 'CUSTODY  '

           IF      W-FIRST-CHANGE-STAMP = SPACES
               DISPLAY 'CUSTODY  no checksum change without a '
                   'recognized transforming step'
           ELSE
               DISPLAY 'CUSTODY  ** first unexplained checksum '
                   'change **'
               DISPLAY 'CUSTODY     at      ' W-FIRST-CHANGE-STAMP
               DISPLAY 'CUSTODY     job     ' W-FIRST-CHANGE-JOB
               DISPLAY 'CUSTODY     dataset ' W-FIRST-CHANGE-DSN
               MOVE 8               TO RETURN-CODE
           END-IF
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-PRINT-DATASET.
      *---------------------------

           EVALUATE NAM-KIND(W-M-DX)
               WHEN 'O'
                   MOVE 'IDENTICAL'     TO W-STATUS-TEXT
               WHEN 'T'
                   MOVE 'TRANSFORMED'   TO W-STATUS-TEXT
               WHEN 'P'
                   MOVE 'PART'          TO W-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ALTERED'       TO W-STATUS-TEXT
           END-EVALUATE

           DISPLAY 'CUSTODY  ' W-STATUS-TEXT ' '
               NAM-STAMP(W-M-DX) ' '
               NAM-JOB(W-M-DX) ' '
               NAM-DATASET(W-M-DX)
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-6000-SHUT-DOWN.
      *-------------------

           DISPLAY 'CUSTODY  '
           DISPLAY 'CUSTODY  audit records read     : ' W-READ-COUNT
           DISPLAY 'CUSTODY  chain records          : ' W-HOP-COUNT
           DISPLAY 'CUSTODY  recognized transforms  : ' W-XFORM-COUNT
           DISPLAY 'CUSTODY  unexplained changes    : ' W-CHANGE-COUNT

           IF      RETURN-CODE < 8
               DISPLAY 'CUSTODY  completed'
           ELSE
               DISPLAY 'CUSTODY  completed with exceptions'
           END-IF
           .
       SUB-6000-EXIT.
           EXIT.
