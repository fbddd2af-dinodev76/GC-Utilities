      *              auditors.  A record whose date cannot be parsed
      *              is always kept, never silently discarded.
      *
      *              CRCCTL is hash-chained, so the archive takes
      *              only the unbroken run of expired records at the
      *              head of the file: once one record is kept, every
      *              record after it is kept too, and the archive
      *              followed by the live file is exactly the trail
      *              as it stood.  The rewritten live file opens
      *              with an ANCHOR record restating the chain value
      *              of the last record archived, so the live file
      *              verifies on its own and CHAINVFY can prove the
      *              archive and the live file join.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-22  1.0      First release
      * 2026-09-20  1.1      Carry the business processing-date
      *                      column CRC32 now appends to each CRCCTL
      *                      record through to the archive and the
      *                      rewritten live dataset.  Retention is
      *                      still judged on the run date.
      * 2026-09-26  1.2      Carry the chain-hash column through.
      *                      Archive only the leading run of expired
      *                      records and open the rewritten CRCCTL
      *                      with a chain ANCHOR record.
      *================================================================*

       PROCESS TRUNC(BIN)
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).

       FD  ARCHIVE-FILE.

       01  ARCHIVE-RECORD              PIC X(180).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(180).
      /
       WORKING-STORAGE SECTION.
      *------------------------
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

      **** RECORDS GO TO THE ARCHIVE ONLY UNTIL THE FIRST ONE IS
      **** KEPT -- AFTER THAT THE REST OF THE CHAIN STAYS LIVE.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-ARCHIVING                          VALUE 'Y'.
           88  W-NOT-ARCHIVING                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ANCHOR-WRITTEN                     VALUE 'Y'.
           88  W-ANCHOR-NOT-WRITTEN                 VALUE 'N'.

       01  W-LAST-CHAIN             PIC X(64)       VALUE SPACES.
       01  W-LAST-STAMP             PIC X(19)       VALUE SPACES.

       01  W-ANCHOR-RECORD.
           05  ANC-CHECKSUM         PIC 9(09).
           05  ANC-SEP-1            PIC X(01).
           05  ANC-VARIANT          PIC X(10).
           05  ANC-SEP-2            PIC X(01).
           05  ANC-TIMESTAMP        PIC X(19).
           05  ANC-SEP-3            PIC X(01).
           05  ANC-JOB              PIC X(08).
           05  ANC-SEP-4            PIC X(01).
           05  ANC-DATASET          PIC X(44).
           05  ANC-SEP-5            PIC X(01).
           05  ANC-RECORDS          PIC 9(09).
           05  ANC-SEP-6            PIC X(01).
           05  ANC-BUS-DATE         PIC X(10).
           05  ANC-SEP-7            PIC X(01).
           05  ANC-CHAIN            PIC X(64).

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-KEPT-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-ARCHIVED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-DROPPED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-UNPARSED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-HELD-COUNT             PIC 9(09)  COMP VALUE 0.

       01  W-DATE-INT               PIC 9(09)  COMP.

           PERFORM SUB-2200-SPLIT-RECORD THRU SUB-2200-EXIT
               UNTIL W-CTL-EOF

      **** EVERYTHING WAS ARCHIVED: THE ANCHOR IS ALL THE LIVE FILE
      **** HOLDS, FOR THE NEXT RECORD TO CHAIN FROM.

           IF      W-ARCHIVED-COUNT > 0
           AND     W-ANCHOR-NOT-WRITTEN
               PERFORM SUB-2300-WRITE-ANCHOR THRU SUB-2300-EXIT
           END-IF

           CLOSE CRC-CONTROL-FILE
           CLOSE ARCHIVE-FILE
           CLOSE WORK-FILE
           OR      CTL-REC-DATE(6:2) NOT NUMERIC
           OR      CTL-REC-DATE(9:2) NOT NUMERIC
               ADD  1               TO W-UNPARSED-COUNT
               PERFORM SUB-2250-KEEP-RECORD THRU SUB-2250-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      CTL-REC-DATE < W-CUTOFF-DATE
           AND     W-ARCHIVING
               ADD  1               TO W-ARCHIVED-COUNT
               ADD  1               TO W-DROPPED-COUNT
               MOVE CTL-REC-CHAIN   TO W-LAST-CHAIN
               MOVE CRC-CONTROL-RECORD(22:19)
                                    TO W-LAST-STAMP
               WRITE ARCHIVE-RECORD
                                  FROM CRC-CONTROL-RECORD
           ELSE
               IF      CTL-REC-DATE < W-CUTOFF-DATE
                   ADD  1           TO W-HELD-COUNT
               END-IF
               PERFORM SUB-2250-KEEP-RECORD THRU SUB-2250-EXIT
           END-IF
           .
       SUB-2200-NEXT.
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-KEEP-RECORD.
      *------------------------

      **** THE FIRST RECORD KEPT ENDS THE ARCHIVED RUN; WHEN ANYTHING
      **** WAS ARCHIVED THE ANCHOR GOES IN AHEAD OF IT.

           IF      W-ARCHIVING
               SET  W-NOT-ARCHIVING TO TRUE
               IF      W-ARCHIVED-COUNT > 0
                   PERFORM SUB-2300-WRITE-ANCHOR THRU SUB-2300-EXIT
               END-IF
           END-IF

           ADD  1                   TO W-KEPT-COUNT
           WRITE WORK-RECORD      FROM CRC-CONTROL-RECORD
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-ANCHOR.
      *-------------------------

      **** THE ANCHOR RESTATES THE CHAIN VALUE AND TIMESTAMP OF THE
      **** LAST RECORD ARCHIVED, SO THE NEXT LIVE RECORD STILL LINKS
      **** TO IT AND THE FILE STAYS IN TIME ORDER.  ITS VARIANT OF
      **** ANCHOR KEEPS IT OUT OF EVERY CHECKSUM REPORT.

           MOVE SPACES              TO W-ANCHOR-RECORD
           MOVE 0                   TO ANC-CHECKSUM
           MOVE 'ANCHOR'            TO ANC-VARIANT
           MOVE W-LAST-STAMP        TO ANC-TIMESTAMP

           MOVE 'CRCPURGE'          TO ANC-JOB
           MOVE 'CRCARCH'           TO ANC-DATASET
           MOVE W-ARCHIVED-COUNT    TO ANC-RECORDS
           MOVE W-LAST-CHAIN        TO ANC-CHAIN

           WRITE WORK-RECORD      FROM W-ANCHOR-RECORD

           SET  W-ANCHOR-WRITTEN    TO TRUE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-REWRITE-CONTROL.
      *-----------------------------
                   'dates : ' W-UNPARSED-COUNT
           END-IF

           IF      W-HELD-COUNT NOT = 0
               DISPLAY 'CRCPURGE expired records kept behind a '
                   'current one: ' W-HELD-COUNT
           END-IF

           IF      W-ANCHOR-WRITTEN
               DISPLAY 'CRCPURGE chain anchor written to CRCCTL'
           END-IF

           IF      W-READ-COUNT NOT =
                   W-KEPT-COUNT + W-DROPPED-COUNT
               DISPLAY 'CRCPURGE ** record counts do not balance **'
