      *              silently skipped integrity check is the failure
      *              mode that bites.  Ends with RETURN-CODE 4 when
      *              any dataset has gone missing from the day's
      *              checks so the scheduler can raise it.  A
      *              DATE-BASIS BUSINESS card selects and reports on
      *              the business processing date CRC32 stamps on
      *              each record instead of the run date, so a cycle
      *              rerun the next day counts for the cycle it
      *              belongs to; the TO date then defaults to the
      *              current processing date.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-22  1.0      First release
      * 2026-09-20  1.1      DATE-BASIS card: select on the business
      *                      processing date instead of the run date.
      *                      Records from before the processing date
      *                      existed count under their run date.
      * 2026-09-26  1.2      Widen the CRCCTL record for the chain-
      *                      hash column and pass over the chain
      *                      ANCHOR records CRCPURGE leaves.
      *================================================================*

       PROCESS TRUNC(BIN)
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

       01  W-YESTERDAY              PIC X(10).

       01  W-DATE-BASIS             PIC X(08)       VALUE 'RUN'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-PROCDT-PROG            PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.      COPY PROCDTL.

       01  W-CARD-KEYWORD           PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.

      **** THE TO DATE DEFAULTS TO TODAY, SO A PARAMETERLESS RUN IS
      **** THE STANDARD MORNING REPORT OVER EVERYTHING UP TO NOW.
      **** ON THE BUSINESS BASIS "TODAY" IS THE CURRENT PROCESSING
      **** DATE.

           IF      W-TO-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-TO-DATE
           END-IF

           IF      W-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE

      **** EVERY SELECTION CARD IS OPTIONAL, KEYWORD IN COLUMNS 1-10
      **** AND VALUE FROM COLUMN 12: FROM-DATE AND TO-DATE AS
      **** YYYY-MM-DD, PREFIX AS A DATASET-NAME PREFIX, DATE-BASIS
      **** AS RUN (THE DEFAULT) OR BUSINESS.  AN EMPTY SYSIN REPORTS
      **** EVERYTHING UP TO TODAY.

           OPEN INPUT SYSIN-FILE

                   MOVE SYSIN-RECORD(12:10)
                                    TO W-TO-DATE

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'CRCRPT   DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'PREFIX'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-PREFIX

           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-2200-NEXT
           END-IF

           PERFORM SUB-2210-SET-RECORD-DATE THRU SUB-2210-EXIT

           IF      W-RECORD-DATE < W-FROM-DATE
           OR      W-RECORD-DATE > W-TO-DATE
               GO TO SUB-2200-NEXT
           END-IF

           SET  W-E-DX              TO W-ENTRY-COUNT

           MOVE CTL-REC-DATASET     TO ENT-DATASET(W-E-DX)
           MOVE W-RECORD-DATE       TO ENT-DATE(W-E-DX)
           MOVE CTL-REC-TIME        TO ENT-TIME(W-E-DX)
           MOVE CTL-REC-JOB         TO ENT-JOB(W-E-DX)
           MOVE CTL-REC-RECORDS     TO ENT-RECORDS(W-E-DX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-SET-RECORD-DATE.
      *-----------------------------

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.

           IF      W-BASIS-BUSINESS
           AND     CTL-REC-BUS-DATE NOT = SPACES
               MOVE CTL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE CTL-REC-DATE    TO W-RECORD-DATE
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-TALLY-JOB.
      *----------------------

           SET  W-D-DX              TO W-DSN-HIT

           IF      W-RECORD-DATE = W-YESTERDAY
               MOVE 'Y'             TO DSN-YESTERDAY(W-D-DX)
           END-IF

           IF      W-RECORD-DATE = W-TO-DATE
               MOVE 'Y'             TO DSN-TODAY(W-D-DX)
           END-IF
           .
               '==============='
           DISPLAY 'CRCRPT   INTEGRITY CHECKS FROM ' W-FROM-DATE
               ' TO ' W-TO-DATE
           IF      W-BASIS-BUSINESS
               DISPLAY 'CRCRPT   SELECTED ON BUSINESS PROCESSING DATE'
           END-IF
           IF      W-PREFIX-LEN > 0
               DISPLAY 'CRCRPT   DATASET PREFIX: ' W-PREFIX
           END-IF
