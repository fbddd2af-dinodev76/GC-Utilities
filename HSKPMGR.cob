      *              when any file's counts fail to balance, 16 for
      *              a bad deck.
      *
      *              GCUSTAT is hash-chained, so for it the archive
      *              (or drop) takes only the unbroken run of expired
      *              records at the head of the file -- once one
      *              record is kept every record after it is kept
      *              too -- and the rewritten GCUSTAT opens with an
      *              ANCHOR record restating the chain value of the
      *              last record removed.  The live file then
      *              verifies on its own, and GCUARCH followed by
      *              GCUSTAT verifies as one continuous chain.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-20  1.1      Widen the record areas for the business
      *                      processing-date column STATWRT and
      *                      ERRLOG now append, so it survives the
      *                      rewrite.  Retention is still judged on
      *                      the run date.
      * 2026-09-26  1.2      Carry GCUSTAT's chain-hash column
      *                      through.  Remove only the leading run of
      *                      expired GCUSTAT records and open the
      *                      rewritten file with a chain ANCHOR
      *                      record.
      *================================================================*

       PROCESS TRUNC(BIN)

       01  SYSIN-RECORD                PIC X(80).

      **** SIZED FOR THE LONGEST MANAGED RECORD: GCUSTAT IS 281
      **** BYTES WITH ITS DETAIL, PROCESSING-DATE AND CHAIN COLUMNS,
      **** UTILERRL 94, DRVSTATE 113.

       FD  LIVE-FILE.

       01  LIVE-RECORD                 PIC X(281).

       FD  ARCHIVE-FILE.

       01  ARCHIVE-RECORD              PIC X(281).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(281).
      /
       WORKING-STORAGE SECTION.
      *------------------------
               10  RUL-ARCH-DD     PIC X(08).
               10  RUL-WORK-DD     PIC X(08).
               10  RUL-DATE-POS    PIC 9(04)  COMP.
               10  RUL-CHAINED     PIC X(01).
               10  RUL-SELECTED    PIC X(01).
               10  RUL-DAYS        PIC 9(04).
               10  RUL-ACTION      PIC X(07).
       01  W-CUTOFF-DATE            PIC X(10).
       01  W-RECORD-DATE            PIC X(10).

      **** ON A CHAINED FILE RECORDS ARE REMOVED ONLY UNTIL THE
      **** FIRST ONE IS KEPT -- AFTER THAT THE REST STAYS LIVE.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-REMOVING                           VALUE 'Y'.
           88  W-NOT-REMOVING                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ANCHOR-WRITTEN                     VALUE 'Y'.
           88  W-ANCHOR-NOT-WRITTEN                 VALUE 'N'.

       01  W-LAST-CHAIN             PIC X(64).
       01  W-LAST-STAMP             PIC X(19).

       01  W-ANCHOR-RECORD.
           05  ANC-TIMESTAMP        PIC X(19).
           05  ANC-SEP-1            PIC X(01).
           05  ANC-PROGRAM          PIC X(08).
           05  ANC-SEP-2            PIC X(01).
           05  ANC-DATASET          PIC X(44).
           05  ANC-SEP-3            PIC X(01).
           05  ANC-RESULT           PIC X(08).
           05  ANC-SEP-4            PIC X(01).
           05  ANC-CHECKSUM         PIC X(32).
           05  ANC-SEP-5            PIC X(01).
           05  ANC-MSGID            PIC X(08).
           05  ANC-SEP-6            PIC X(01).
           05  ANC-DETAIL           PIC X(80).
           05  ANC-SEP-7            PIC X(01).
           05  ANC-BUS-DATE         PIC X(10).
           05  ANC-SEP-8            PIC X(01).
           05  ANC-CHAIN            PIC X(64).

       01  W-DISPLAY-COUNT          PIC Z(08)9.

       01  W-READ-COUNT             PIC 9(09)  COMP.
       01  W-KEPT-COUNT             PIC 9(09)  COMP.
       01  W-ARCHIVED-COUNT         PIC 9(09)  COMP.
       01  W-DROPPED-COUNT          PIC 9(09)  COMP.
       01  W-UNPARSED-COUNT         PIC 9(09)  COMP.
       01  W-HELD-COUNT             PIC 9(09)  COMP.

       01  W-DATE-INT               PIC 9(09)  COMP.


      **** THE MANAGED DATASETS AND WHERE EACH RECORD'S DATE SITS:
      **** GCUSTAT AND UTILERRL OPEN WITH A TIMESTAMP, DRVSTATE
      **** CARRIES ITS RUN DATE BEHIND THE RUN-ID COLUMN.  ONLY
      **** GCUSTAT IS HASH-CHAINED.

           MOVE 'GCUSTAT'           TO RUL-NAME(1)
                                       RUL-LIVE-DD(1)
           MOVE 'GCUARCH'           TO RUL-ARCH-DD(1)
           MOVE 'GCUWORK'           TO RUL-WORK-DD(1)
           MOVE 1                   TO RUL-DATE-POS(1)
           MOVE 'Y'                 TO RUL-CHAINED(1)

           MOVE 'UTILERRL'          TO RUL-NAME(2)
                                       RUL-LIVE-DD(2)
           MOVE 'ERRARCH'           TO RUL-ARCH-DD(2)
           MOVE 'ERRWORK'           TO RUL-WORK-DD(2)
           MOVE 1                   TO RUL-DATE-POS(2)
           MOVE 'N'                 TO RUL-CHAINED(2)

           MOVE 'DRVSTATE'          TO RUL-NAME(3)
                                       RUL-LIVE-DD(3)
           MOVE 'DRVARCH'           TO RUL-ARCH-DD(3)
           MOVE 'DRVWORK'           TO RUL-WORK-DD(3)
           MOVE 104                 TO RUL-DATE-POS(3)
           MOVE 'N'                 TO RUL-CHAINED(3)

           PERFORM SUB-1050-CLEAR-RULE THRU SUB-1050-EXIT
               VARYING W-RL-DX FROM 1 BY 1
                                       W-ARCHIVED-COUNT
                                       W-DROPPED-COUNT
                                       W-UNPARSED-COUNT
                                       W-HELD-COUNT
           SET  W-REMOVING          TO TRUE
           SET  W-ANCHOR-NOT-WRITTEN
                                    TO TRUE
           MOVE SPACES              TO W-LAST-CHAIN
                                       W-LAST-STAMP

           PERFORM SUB-2100-SET-CUTOFF THRU SUB-2100-EXIT

                   W-UNPARSED-COUNT
           END-IF

           IF      W-HELD-COUNT NOT = 0
               DISPLAY 'HSKPMGR  ' RUL-NAME(W-RL-DX)
                   ' expired records kept behind a current one: '
                   W-HELD-COUNT
           END-IF

           IF      W-ANCHOR-WRITTEN
               DISPLAY 'HSKPMGR  ' RUL-NAME(W-RL-DX)
                   ' chain anchor written'
           END-IF

           IF      W-READ-COUNT NOT =
                   W-KEPT-COUNT + W-DROPPED-COUNT
               DISPLAY 'HSKPMGR  ** ' RUL-NAME(W-RL-DX)
           PERFORM SUB-2400-SPLIT-RECORD THRU SUB-2400-EXIT
               UNTIL W-LIVE-EOF

      **** EVERYTHING WAS REMOVED: THE ANCHOR IS ALL THE LIVE FILE
      **** HOLDS, FOR THE NEXT RECORD TO CHAIN FROM.

           IF      RUL-CHAINED(W-RL-DX) = 'Y'
           AND     W-DROPPED-COUNT > 0
           AND     W-ANCHOR-NOT-WRITTEN
               PERFORM SUB-2600-WRITE-ANCHOR THRU SUB-2600-EXIT
           END-IF

           CLOSE LIVE-FILE
           CLOSE WORK-FILE

           OR      W-RECORD-DATE(6:2) NOT NUMERIC
           OR      W-RECORD-DATE(9:2) NOT NUMERIC
               ADD  1               TO W-UNPARSED-COUNT
               PERFORM SUB-2500-KEEP-RECORD THRU SUB-2500-EXIT
               GO TO SUB-2400-NEXT
           END-IF

           IF      W-RECORD-DATE < W-CUTOFF-DATE
           AND     W-REMOVING
               ADD  1               TO W-DROPPED-COUNT
               IF      RUL-CHAINED(W-RL-DX) = 'Y'
                   MOVE LIVE-RECORD(218:64)
                                    TO W-LAST-CHAIN
                   MOVE LIVE-RECORD(1:19)
                                    TO W-LAST-STAMP
               END-IF
               IF      RUL-ACT-ARCHIVE(W-RL-DX)
                   ADD  1           TO W-ARCHIVED-COUNT
                   WRITE ARCHIVE-RECORD
                                  FROM LIVE-RECORD
               END-IF
           ELSE
               IF      W-RECORD-DATE < W-CUTOFF-DATE
                   ADD  1           TO W-HELD-COUNT
               END-IF
               PERFORM SUB-2500-KEEP-RECORD THRU SUB-2500-EXIT
           END-IF
           .
       SUB-2400-NEXT.
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-KEEP-RECORD.
      *------------------------

      **** ON A CHAINED FILE THE FIRST RECORD KEPT ENDS THE REMOVED
      **** RUN, AND WHEN ANYTHING WAS REMOVED THE ANCHOR GOES IN
      **** AHEAD OF IT.  AN UNCHAINED FILE KEEPS ITS OLD RULE.

           IF      W-REMOVING
           AND     RUL-CHAINED(W-RL-DX) = 'Y'
               SET  W-NOT-REMOVING  TO TRUE
               IF      W-DROPPED-COUNT > 0
                   PERFORM SUB-2600-WRITE-ANCHOR THRU SUB-2600-EXIT
               END-IF
           END-IF

           ADD  1                   TO W-KEPT-COUNT
           WRITE WORK-RECORD      FROM LIVE-RECORD
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-ANCHOR.
      *-------------------------

      **** THE ANCHOR RESTATES THE CHAIN VALUE AND TIMESTAMP OF THE
      **** LAST RECORD REMOVED, SO THE NEXT LIVE RECORD STILL LINKS
      **** TO IT AND THE FILE STAYS IN TIME ORDER.  ITS RESULT OF
      **** ANCHOR KEEPS IT OUT OF EVERY PASS/FAIL COUNT.

           MOVE SPACES              TO W-ANCHOR-RECORD
           MOVE W-LAST-STAMP        TO ANC-TIMESTAMP

           MOVE 'HSKPMGR'           TO ANC-PROGRAM
           MOVE RUL-ARCH-DD(W-RL-DX)
                                    TO ANC-DATASET
           MOVE 'ANCHOR'            TO ANC-RESULT
           MOVE W-DROPPED-COUNT     TO W-DISPLAY-COUNT

           STRING 'CHAIN CONTINUES FROM ' W-DISPLAY-COUNT
                  ' RECORDS - ' RUL-ACTION(W-RL-DX)
               DELIMITED BY SIZE INTO ANC-DETAIL
           END-STRING

           MOVE W-LAST-CHAIN        TO ANC-CHAIN

           WRITE WORK-RECORD      FROM W-ANCHOR-RECORD

           SET  W-ANCHOR-WRITTEN    TO TRUE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-3000-REWRITE-FILE.
      *--------------------------
