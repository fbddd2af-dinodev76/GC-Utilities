      *=========================== REPAIRPT ============================*
      * Authors: Brian D Pead
      *
      * Description: Monthly auditors' report over the REPAIRLG
      *              central repair log CHGGATE appends to for every
      *              ZAPFILE, FIXSWEEP, FLAGFIX and HEXLOAD RELOAD run
      *              that got past the change-ticket gate.  For one
      *              calendar month it lists every repair grouped by
      *              change ticket, tickets in ascending order and
      *              each ticket's runs in the order they were made:
      *              when, which program, the dataset repaired and
      *              the dataset written, the records changed, the
      *              program's return code, and the input and output
      *              CRC32 fingerprints.  Each ticket ends with its
      *              run and record totals, and the report with the
      *              month's.  RETURN-CODE 4 when any run in the month
      *              ended with a return code of 8 or more -- a
      *              repair that was only partly applied and wants a
      *              second look.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12, both optional:
      *                  MONTH       YYYY-MM, default the current
      *                              month
      *                  DATE-BASIS  RUN (default) or BUSINESS -- the
      *                              run timestamp or the business
      *                              processing date decides the
      *                              month
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-25  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 REPAIRPT.

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

           SELECT REPAIR-LOG-FILE
               ASSIGN TO           'REPAIRLG'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-RPL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  REPAIR-LOG-FILE.

       01  REPAIR-LOG-RECORD.
           05  RPL-REC-TIMESTAMP.
               10  RPL-REC-DATE        PIC X(10).
               10  RPL-REC-SEP-T       PIC X(01).
               10  RPL-REC-TIME        PIC X(08).
           05  RPL-REC-SEP-1           PIC X(01).
           05  RPL-REC-TICKET          PIC X(12).
           05  RPL-REC-SEP-2           PIC X(01).
           05  RPL-REC-PROGRAM         PIC X(08).
           05  RPL-REC-SEP-3           PIC X(01).
           05  RPL-REC-DATASET         PIC X(44).
           05  RPL-REC-SEP-4           PIC X(01).
           05  RPL-REC-OUTPUT          PIC X(44).
           05  RPL-REC-SEP-5           PIC X(01).
           05  RPL-REC-CHANGED         PIC 9(09).
           05  RPL-REC-SEP-6           PIC X(01).
           05  RPL-REC-INPUT-CRC       PIC X(08).
           05  RPL-REC-SEP-7           PIC X(01).
           05  RPL-REC-OUTPUT-CRC      PIC X(08).
           05  RPL-REC-SEP-8           PIC X(01).
           05  RPL-REC-RC              PIC 9(04).
           05  RPL-REC-SEP-9           PIC X(01).
           05  RPL-REC-BUS-DATE        PIC X(10).
           05  RPL-REC-SEP-10          PIC X(01).
           05  RPL-REC-APPROVER        PIC X(08).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-RPL-FILE-STATUS        PIC X(02).

       01  W-MONTH                  PIC X(07)       VALUE SPACES.

       01  W-DATE-BASIS             PIC X(08)       VALUE 'RUN'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-CARD-KEYWORD           PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RPL-EOF                            VALUE 'Y'.
           88  W-RPL-NOT-EOF                        VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MONTH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-DROPPED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-PARTIAL-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-CHANGED-TOTAL          PIC 9(09)  COMP VALUE 0.

      **** EVERY REPAIR IN THE MONTH, IN THE ORDER CHGGATE APPENDED
      **** THEM, WHICH IS TIME ORDER.

       01  W-RUN-MAX                PIC 9(09)  COMP VALUE 5000.
       01  W-RUN-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-RUN-TABLE.
           05  W-RUN-ENTRY         OCCURS 5000     INDEXED W-R-DX.
               10  RUN-STAMP       PIC X(19).
               10  RUN-TICKET      PIC X(12).
               10  RUN-PROGRAM     PIC X(08).
               10  RUN-DATASET     PIC X(44).
               10  RUN-OUTPUT      PIC X(44).
               10  RUN-CHANGED     PIC 9(09).
               10  RUN-INPUT-CRC   PIC X(08).
               10  RUN-OUTPUT-CRC  PIC X(08).
               10  RUN-RC          PIC 9(04).
               10  RUN-BUS-DATE    PIC X(10).
               10  RUN-APPROVER    PIC X(08).

      **** THE TICKETS ARE PRINTED LOWEST FIRST BY PICKING, ON EACH
      **** PASS, THE LOWEST TICKET ABOVE THE ONE LAST PRINTED.

       01  W-LAST-TICKET            PIC X(12).
       01  W-NEXT-TICKET            PIC X(12).
       01  W-TICKET-COUNT           PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TICKETS-DONE                       VALUE 'Y'.
           88  W-TICKETS-NOT-DONE                   VALUE 'N'.

       01  W-TICKET-RUNS            PIC 9(09)  COMP.
       01  W-TICKET-CHANGED         PIC 9(09)  COMP.
       01  W-TICKET-APPROVER        PIC X(08).

       01  W-DISPLAY-COUNT          PIC Z(08)9.
       01  W-DISPLAY-RC             PIC Z(03)9.

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
               PERFORM SUB-2000-LOAD-LOG THRU SUB-2000-EXIT
               PERFORM SUB-3000-REPORT-TICKETS THRU SUB-3000-EXIT
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

           DISPLAY 'REPAIRPT compiled on '
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

      **** THE MONTH DEFAULTS TO THE CURRENT ONE.

           IF      W-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE
               STRING W-CURRENT-DATE-YYYY '-'
                      W-CURRENT-DATE-MM
                   DELIMITED BY SIZE INTO W-MONTH
               END-STRING
           END-IF

           MOVE W-MONTH(1:4)        TO W-DATE-YYYY
           MOVE W-MONTH(6:2)        TO W-DATE-MM
           MOVE '01'                TO W-DATE-DD

           IF      W-MONTH(5:1) NOT = '-'
           OR      W-DATE-NUM NOT NUMERIC
           OR      W-DATE-MM < '01'
           OR      W-DATE-MM > '12'
               DISPLAY 'REPAIRPT MONTH is not a valid YYYY-MM: '
                   W-MONTH
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT REPAIR-LOG-FILE

           IF      W-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'REPAIRPT unable to open REPAIRLG - status '
                   W-RPL-FILE-STATUS
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
               WHEN 'MONTH'
                   MOVE SYSIN-RECORD(12:7)
                                    TO W-MONTH

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'REPAIRPT DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'REPAIRPT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-LOG.
      *---------------------

           PERFORM SUB-2100-READ-LOG THRU SUB-2100-EXIT

           PERFORM SUB-2200-TAKE-RECORD THRU SUB-2200-EXIT
               UNTIL W-RPL-EOF

           CLOSE REPAIR-LOG-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-LOG.
      *---------------------

           READ REPAIR-LOG-FILE
               AT END
                   SET  W-RPL-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

           IF      W-BASIS-BUSINESS
           AND     RPL-REC-BUS-DATE NOT = SPACES
               MOVE RPL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE RPL-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE(1:7) NOT = W-MONTH
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-MONTH-COUNT

           IF      W-RUN-COUNT >= W-RUN-MAX
               ADD  1               TO W-DROPPED-COUNT
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-RUN-COUNT
           SET  W-R-DX              TO W-RUN-COUNT

           MOVE RPL-REC-TIMESTAMP   TO RUN-STAMP(W-R-DX)
           MOVE RPL-REC-TICKET      TO RUN-TICKET(W-R-DX)
           MOVE RPL-REC-PROGRAM     TO RUN-PROGRAM(W-R-DX)
           MOVE RPL-REC-DATASET     TO RUN-DATASET(W-R-DX)
           MOVE RPL-REC-OUTPUT      TO RUN-OUTPUT(W-R-DX)
           MOVE RPL-REC-CHANGED     TO RUN-CHANGED(W-R-DX)
           MOVE RPL-REC-INPUT-CRC   TO RUN-INPUT-CRC(W-R-DX)
           MOVE RPL-REC-OUTPUT-CRC  TO RUN-OUTPUT-CRC(W-R-DX)
           MOVE RPL-REC-RC          TO RUN-RC(W-R-DX)
           MOVE RPL-REC-BUS-DATE    TO RUN-BUS-DATE(W-R-DX)
           MOVE RPL-REC-APPROVER    TO RUN-APPROVER(W-R-DX)
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-LOG THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-REPORT-TICKETS.
      *----------------------------

           DISPLAY 'REPAIRPT ================================='
               '==============='
           DISPLAY 'REPAIRPT DATA REPAIRS BY CHANGE TICKET FOR '
               W-MONTH
           IF      W-BASIS-BUSINESS
               DISPLAY 'REPAIRPT MONTH TAKEN FROM BUSINESS '
                   'PROCESSING DATE'
           END-IF
           DISPLAY 'REPAIRPT ================================='
               '==============='

           MOVE LOW-VALUES          TO W-LAST-TICKET

           PERFORM SUB-3100-NEXT-TICKET THRU SUB-3100-EXIT
               UNTIL W-TICKETS-DONE

           IF      W-TICKET-COUNT = 0
               DISPLAY 'REPAIRPT '
               DISPLAY 'REPAIRPT (no repairs logged in the month)'
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-NEXT-TICKET.
      *-------------------------

           MOVE HIGH-VALUES         TO W-NEXT-TICKET

           PERFORM SUB-3110-LOWEST-TICKET THRU SUB-3110-EXIT
               VARYING W-R-DX FROM 1 BY 1
                 UNTIL W-R-DX > W-RUN-COUNT

           IF      W-NEXT-TICKET = HIGH-VALUES
               SET  W-TICKETS-DONE  TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                   TO W-TICKET-COUNT
           MOVE 0                   TO W-TICKET-RUNS
                                       W-TICKET-CHANGED
           MOVE SPACES              TO W-TICKET-APPROVER

           DISPLAY 'REPAIRPT '
           DISPLAY 'REPAIRPT TICKET ' W-NEXT-TICKET

           PERFORM SUB-3200-PRINT-RUN THRU SUB-3200-EXIT
               VARYING W-R-DX FROM 1 BY 1
                 UNTIL W-R-DX > W-RUN-COUNT

           MOVE W-TICKET-RUNS       TO W-DISPLAY-COUNT
           DISPLAY 'REPAIRPT   approved by ' W-TICKET-APPROVER
               '  runs ' W-DISPLAY-COUNT
               WITH NO ADVANCING
           MOVE W-TICKET-CHANGED    TO W-DISPLAY-COUNT
           DISPLAY '  records changed ' W-DISPLAY-COUNT

           MOVE W-NEXT-TICKET       TO W-LAST-TICKET
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-LOWEST-TICKET.
      *---------------------------

           IF      RUN-TICKET(W-R-DX) > W-LAST-TICKET
           AND     RUN-TICKET(W-R-DX) < W-NEXT-TICKET
               MOVE RUN-TICKET(W-R-DX)
                                    TO W-NEXT-TICKET
           END-IF
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-PRINT-RUN.
      *-----------------------

           IF      RUN-TICKET(W-R-DX) NOT = W-NEXT-TICKET
               GO TO SUB-3200-EXIT
           END-IF

           ADD  1                   TO W-TICKET-RUNS
           ADD  RUN-CHANGED(W-R-DX) TO W-TICKET-CHANGED
                                       W-CHANGED-TOTAL
           MOVE RUN-APPROVER(W-R-DX)
                                    TO W-TICKET-APPROVER

           IF      RUN-RC(W-R-DX) >= 8
               ADD  1               TO W-PARTIAL-COUNT
           END-IF

           MOVE RUN-CHANGED(W-R-DX) TO W-DISPLAY-COUNT
           MOVE RUN-RC(W-R-DX)      TO W-DISPLAY-RC

           DISPLAY 'REPAIRPT   ' RUN-STAMP(W-R-DX) ' '
               RUN-PROGRAM(W-R-DX) ' changed ' W-DISPLAY-COUNT
               '  RC ' W-DISPLAY-RC
           DISPLAY 'REPAIRPT     in  ' RUN-DATASET(W-R-DX)
               ' CRC32 ' RUN-INPUT-CRC(W-R-DX)
           DISPLAY 'REPAIRPT     out ' RUN-OUTPUT(W-R-DX)
               ' CRC32 ' RUN-OUTPUT-CRC(W-R-DX)

           IF      RUN-RC(W-R-DX) >= 8
               DISPLAY 'REPAIRPT     ** run did not complete '
                   'cleanly - review the job log **'
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'REPAIRPT completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'REPAIRPT '
           DISPLAY 'REPAIRPT log records read     : ' W-READ-COUNT
           DISPLAY 'REPAIRPT repairs in the month : ' W-MONTH-COUNT
           DISPLAY 'REPAIRPT change tickets       : ' W-TICKET-COUNT
           DISPLAY 'REPAIRPT records changed      : '
               W-CHANGED-TOTAL
           DISPLAY 'REPAIRPT runs ending RC 8+    : '
               W-PARTIAL-COUNT

           IF      W-DROPPED-COUNT > 0
               DISPLAY 'REPAIRPT ** ' W-DROPPED-COUNT
                   ' repair(s) beyond the ' W-RUN-MAX
                   '-entry table were not listed **'
           END-IF

           IF      W-PARTIAL-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'REPAIRPT completed'
           .
       SUB-4000-EXIT.
           EXIT.
