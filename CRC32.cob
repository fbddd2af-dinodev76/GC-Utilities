      *                      CRCVSAM slices plus an overnight
      *                      FILECHK wave no longer lose audit lines
      *                      or need artificial job-sequencing.
      * 2026-09-20  1.8      Stamp the business processing date from
      *                      PROCDT on every CRCCTL record as a
      *                      trailing column, next to the wall-clock
      *                      timestamp, so a rerun of an earlier
      *                      cycle is recorded against that cycle.
      *                      Records from earlier releases read back
      *                      with a blank processing date.
      * 2026-09-26  1.9      Chain every CRCCTL record to the one
      *                      before it: a trailing column holds the
      *                      SHA-256 of the record plus the previous
      *                      record's chain value, so an edited,
      *                      removed or inserted line breaks the
      *                      chain CHAINVFY walks.  The last link is
      *                      read while the append is held open, so
      *                      concurrent writers still chain in the
      *                      order they write.
      * 2026-10-08  2.0      Honour CRC-STAGE-RECORD-ONLY: record the
      *                      caller's order-independent fingerprint
      *                      on CRCCTL, variant ANYORDER, without
      *                      checksumming a buffer, so CSORT and
      *                      FILECHK's ANYORDER mode share the one
      *                      audited, chained append path.
      *================================================================*

       IDENTIFICATION DIVISION.
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.

           SELECT CRC-CHAIN-FILE
               ASSIGN TO           'CRCCTL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHN-FILE-STATUS.

           SELECT CRC-CHECKPOINT-FILE
               ASSIGN TO           'CRCCKPT'
               ORGANIZATION        LINE SEQUENTIAL
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).

      **** THE SAME DATASET READ BACK, WHILE THE APPEND IS OPEN, FOR
      **** THE CHAIN VALUE ON ITS LAST RECORD.

       FD  CRC-CHAIN-FILE.

       01  CRC-CHAIN-RECORD.
           05  CHN-REC-CONTENT         PIC X(115).
           05  CHN-REC-SEP             PIC X(01).
           05  CHN-REC-CHAIN           PIC X(64).

       FD  CRC-CHECKPOINT-FILE.


       01  W-CTL-FILE-STATUS       PIC X(02).
       01  W-CKP-FILE-STATUS       PIC X(02).
       01  W-CHN-FILE-STATUS       PIC X(02).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY PIC X(04).

       01  W-ERRLOG-PARAMETER.     COPY ERRLOGL.

       01  W-PROCDT-PROG           PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.     COPY PROCDTL.

      **** THE CHAIN VALUE IS THE SHA-256, AS 64 LOWERCASE HEX
      **** DIGITS, OF THE RECORD'S FIRST 115 BYTES FOLLOWED BY THE
      **** PREVIOUS RECORD'S CHAIN VALUE.  THE FIRST CHAINED RECORD
      **** OF A TRAIL -- AND ANY RECORD WRITTEN AFTER ONE THAT
      **** CARRIES NO CHAIN VALUE -- LINKS TO 64 ZEROS.

       01  W-SHA256-PROG           PIC X(08)       VALUE 'SHA256'.

       01  W-SHA256-PARAMETER.     COPY SHA256L.

       01  W-CHAIN-GENESIS         PIC X(64)       VALUE ALL '0'.

       01  W-CHAIN-INPUT.
           05  W-CHAIN-CONTENT     PIC X(115).
           05  W-CHAIN-PREV        PIC X(64).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CHN-EOF                           VALUE 'Y'.
           88  W-CHN-NOT-EOF                       VALUE 'N'.

      **** CONTROL-DATASET APPENDS ARE SERIALIZED BY BOUNDED RETRY:
      **** A BUSY EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN
      **** OUTPUT OPEN -- WHICH WOULD TRUNCATE A LIVE FILE -- IS
       MAIN.
      *-----

      **** A RECORD-ONLY CALL CARRIES A FINISHED FINGERPRINT: IT IS
      **** WRITTEN TO THE CONTROL FILE AS IT STANDS, WITH NO BUFFER,
      **** NO SEEDING AND NO COMPLEMENT.

           IF      CRC-STAGE-RECORD-ONLY
               SET  UTIL-RC-OK OF L-PARAMETER
                                   TO TRUE
               MOVE SPACE           TO UTIL-MESSAGE OF L-PARAMETER
               PERFORM SUB-4000-WRITE-CONTROL THRU SUB-4000-EXIT
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
           MOVE SPACE               TO CTL-REC-SEP-4
           MOVE SPACE               TO CTL-REC-SEP-5

           EVALUATE TRUE
               WHEN CRC-STAGE-RECORD-ONLY
                   MOVE 'ANYORDER' TO CTL-REC-VARIANT
               WHEN CRC-VARIANT-CASTAGNOLI
                   MOVE 'CASTAGNOLI'
                                   TO CTL-REC-VARIANT
               WHEN OTHER
                   MOVE 'IEEE'     TO CTL-REC-VARIANT
           END-EVALUATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'

           MOVE CRC-RECORD-COUNT    TO CTL-REC-RECORDS

      **** THE BUSINESS PROCESSING DATE -- THE RUN DATE WHEN NO
      **** PROCDATE CONTROL RECORD HAS BEEN SET.

           CALL W-PROCDT-PROG    USING W-PROCDT-PARAMETER

           MOVE SPACE               TO CTL-REC-SEP-6
           MOVE PD-PROCESS-DATE     TO CTL-REC-BUS-DATE

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-CTL-FILE-STATUS NOT = '00'
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4060-CHAIN-RECORD THRU SUB-4060-EXIT

           WRITE CRC-CONTROL-RECORD

           CLOSE CRC-CONTROL-FILE
           .
       SUB-4052-EXIT.
           EXIT.
      /
       SUB-4060-CHAIN-RECORD.
      *------------------------

      **** LINK THE NEW RECORD TO THE LAST ONE ON FILE.  THE EXTEND
      **** OPEN IS ALREADY HELD, SO NO OTHER WRITER CAN SLIP A RECORD
      **** IN BETWEEN THE READ AND THE WRITE.

           MOVE W-CHAIN-GENESIS     TO W-CHAIN-PREV
           SET  W-CHN-NOT-EOF       TO TRUE

           OPEN INPUT CRC-CHAIN-FILE

           IF      W-CHN-FILE-STATUS = '00'
               PERFORM SUB-4061-READ-CHAIN THRU SUB-4061-EXIT
                   UNTIL W-CHN-EOF
               CLOSE CRC-CHAIN-FILE
           END-IF

           MOVE CRC-CONTROL-RECORD(1:115)
                                    TO W-CHAIN-CONTENT

           SET  SHA-STAGE-START-END TO TRUE
           SET  SHA-BUFFER-PTR      TO ADDRESS OF W-CHAIN-INPUT
           MOVE LENGTH OF W-CHAIN-INPUT
                                    TO SHA-BUFFER-LEN

           CALL W-SHA256-PROG    USING W-SHA256-PARAMETER

           MOVE SPACE               TO CTL-REC-SEP-7
           MOVE SHA-DIGEST-HEX      TO CTL-REC-CHAIN
           .
       SUB-4060-EXIT.
           EXIT.
      /
       SUB-4061-READ-CHAIN.
      *-----------------------

           READ CRC-CHAIN-FILE
               AT END
                   SET  W-CHN-EOF   TO TRUE
                   GO TO SUB-4061-EXIT
           END-READ

           IF      CHN-REC-CHAIN = SPACES
               MOVE W-CHAIN-GENESIS TO W-CHAIN-PREV
           ELSE
               MOVE CHN-REC-CHAIN   TO W-CHAIN-PREV
           END-IF
           .
       SUB-4061-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-CHECKPOINT.
      *----------------------------
