      *                      through the job logs.  Records from
      *                      earlier releases read back with a blank
      *                      detail.
      * 2026-09-20  1.3      Carry the business processing date from
      *                      PROCDT onto the GCUSTAT record as a
      *                      trailing column, next to the wall-clock
      *                      timestamp.  Records from earlier
      *                      releases read back with a blank
      *                      processing date.
      * 2026-09-26  1.4      Chain every GCUSTAT record to the one
      *                      before it: a trailing column holds the
      *                      SHA-256 of the record plus the previous
      *                      record's chain value, so an edited,
      *                      removed or inserted line breaks the
      *                      chain CHAINVFY walks.  The last link is
      *                      read while the append is held open, so
      *                      concurrent writers still chain in the
      *                      order they write.
      *================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO           'GCUSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STATUS-FILE-STATUS.

           SELECT CHAIN-FILE
               ASSIGN TO           'GCUSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHAIN-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  STA-REC-MSGID           PIC X(08).
           05  STA-REC-SEP-6           PIC X(01).
           05  STA-REC-DETAIL          PIC X(80).
           05  STA-REC-SEP-7           PIC X(01).
           05  STA-REC-BUS-DATE        PIC X(10).
           05  STA-REC-SEP-8           PIC X(01).
           05  STA-REC-CHAIN           PIC X(64).

      **** THE SAME DATASET READ BACK, WHILE THE APPEND IS OPEN, FOR
      **** THE CHAIN VALUE ON ITS LAST RECORD.

       FD  CHAIN-FILE.

       01  CHAIN-RECORD.
           05  CHN-REC-CONTENT         PIC X(216).
           05  CHN-REC-SEP             PIC X(01).
           05  CHN-REC-CHAIN           PIC X(64).
      /
       WORKING-STORAGE SECTION.
      *------------------------
           05  FILLER              PIC X(07).

       01  W-STATUS-FILE-STATUS    PIC X(02).
       01  W-CHAIN-FILE-STATUS     PIC X(02).

       01  W-MSGID                 PIC X(08).

       01  W-OPEN-TRY-MAX          PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX               PIC 9(09)  COMP.
       01  W-SPIN-SINK             PIC 9(09)  COMP.

       01  W-PROCDT-PROG           PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.     COPY PROCDTL.

      **** THE CHAIN VALUE IS THE SHA-256, AS 64 LOWERCASE HEX
      **** DIGITS, OF THE RECORD'S FIRST 216 BYTES FOLLOWED BY THE
      **** PREVIOUS RECORD'S CHAIN VALUE.  THE FIRST CHAINED RECORD
      **** OF A TRAIL -- AND ANY RECORD WRITTEN AFTER ONE THAT
      **** CARRIES NO CHAIN VALUE -- LINKS TO 64 ZEROS.

       01  W-SHA256-PROG           PIC X(08)       VALUE 'SHA256'.

       01  W-SHA256-PARAMETER.     COPY SHA256L.

       01  W-CHAIN-GENESIS         PIC X(64)       VALUE ALL '0'.

       01  W-CHAIN-INPUT.
           05  W-CHAIN-CONTENT     PIC X(216).
           05  W-CHAIN-PREV        PIC X(64).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CHAIN-EOF                         VALUE 'Y'.
           88  W-CHAIN-NOT-EOF                     VALUE 'N'.
      /
       LINKAGE SECTION.
      *----------------

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-2000-ISSUE-MESSAGE THRU SUB-2000-EXIT
               PERFORM SUB-3000-WRITE-STATUS THRU SUB-3000-EXIT
           END-IF
       SUB-1010-VALIDATE.
      *--------------------

           SET  UTIL-RC-OK OF L-PARAMETER
                                   TO TRUE
           MOVE SPACE               TO UTIL-MESSAGE OF L-PARAMETER
           MOVE FUNCTION WHEN-COMPILED
                                   TO UTIL-COMPILE-STAMP
                                          OF L-PARAMETER

           IF      NOT STW-RESULT-PASS
           AND     NOT STW-RESULT-FAIL
           AND     NOT STW-RESULT-ERROR
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'STW-RESULT MUST BE PASS, FAIL OR ERROR'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-IF
           .
       SUB-1010-EXIT.
           MOVE SPACE               TO STA-REC-SEP-6
           MOVE W-DETAIL            TO STA-REC-DETAIL

           CALL W-PROCDT-PROG    USING W-PROCDT-PARAMETER

           MOVE SPACE               TO STA-REC-SEP-7
           MOVE PD-PROCESS-DATE     TO STA-REC-BUS-DATE

           PERFORM SUB-3050-OPEN-FOR-APPEND THRU SUB-3050-EXIT

           IF      W-STATUS-FILE-STATUS = '00'
               PERFORM SUB-3060-CHAIN-RECORD THRU SUB-3060-EXIT
               WRITE STATUS-RECORD
               CLOSE STATUS-FILE
           END-IF
           .
       SUB-3052-EXIT.
           EXIT.
      /
       SUB-3060-CHAIN-RECORD.
      *------------------------

      **** LINK THE NEW RECORD TO THE LAST ONE ON FILE.  THE EXTEND
      **** OPEN IS ALREADY HELD, SO NO OTHER WRITER CAN SLIP A RECORD
      **** IN BETWEEN THE READ AND THE WRITE.

           MOVE W-CHAIN-GENESIS     TO W-CHAIN-PREV
           SET  W-CHAIN-NOT-EOF     TO TRUE

           OPEN INPUT CHAIN-FILE

           IF      W-CHAIN-FILE-STATUS = '00'
               PERFORM SUB-3061-READ-CHAIN THRU SUB-3061-EXIT
                   UNTIL W-CHAIN-EOF
               CLOSE CHAIN-FILE
           END-IF

           MOVE STATUS-RECORD(1:216)
                                    TO W-CHAIN-CONTENT

           SET  SHA-STAGE-START-END TO TRUE
           SET  SHA-BUFFER-PTR      TO ADDRESS OF W-CHAIN-INPUT
           MOVE LENGTH OF W-CHAIN-INPUT
                                    TO SHA-BUFFER-LEN

           CALL W-SHA256-PROG    USING W-SHA256-PARAMETER

           MOVE SPACE               TO STA-REC-SEP-8
           MOVE SHA-DIGEST-HEX      TO STA-REC-CHAIN
           .
       SUB-3060-EXIT.
           EXIT.
      /
       SUB-3061-READ-CHAIN.
      *-----------------------

           READ CHAIN-FILE
               AT END
                   SET  W-CHAIN-EOF TO TRUE
                   GO TO SUB-3061-EXIT
           END-READ

           IF      CHN-REC-CHAIN = SPACES
               MOVE W-CHAIN-GENESIS TO W-CHAIN-PREV
           ELSE
               MOVE CHN-REC-CHAIN   TO W-CHAIN-PREV
           END-IF
           .
       SUB-3061-EXIT.
           EXIT.
