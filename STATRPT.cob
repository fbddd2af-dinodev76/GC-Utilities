      *              more than once in the window.  Ends with
      *              RETURN-CODE 4 when any failure is not resolved
      *              by a later PASS for the same dataset, so the
      *              scheduler can hold the morning hand-off.  A
      *              DATE-BASIS BUSINESS card selects on the business
      *              processing date STATWRT stamps on each record
      *              instead of the run date; the TO date then
      *              defaults to the current processing date.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-20  1.1      DATE-BASIS card: select on the business
      *                      processing date instead of the run date.
      *                      Records from before the processing date
      *                      existed count under their run date.
      * 2026-09-26  1.2      Widen the GCUSTAT record for the chain-
      *                      hash column and pass over the chain
      *                      ANCHOR records HSKPMGR leaves.
      *================================================================*

       PROCESS TRUNC(BIN)
           05  STA-REC-MSGID           PIC X(08).
           05  STA-REC-SEP-6           PIC X(01).
           05  STA-REC-DETAIL          PIC X(80).
           05  STA-REC-SEP-7           PIC X(01).
           05  STA-REC-BUS-DATE        PIC X(10).
           05  STA-REC-SEP-8           PIC X(01).
           05  STA-REC-CHAIN           PIC X(64).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-FROM-DATE              PIC X(10)       VALUE '0000-00-00'.
       01  W-TO-DATE                PIC X(10)       VALUE SPACES.

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
           END-IF

      **** THE TO DATE DEFAULTS TO TODAY, SO A PARAMETERLESS RUN IS
      **** THE STANDARD MORNING SCOREBOARD.  ON THE BUSINESS BASIS
      **** "TODAY" IS THE CURRENT PROCESSING DATE.

           IF      W-TO-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-TO-DATE
           END-IF

           IF      W-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
       SUB-1100-READ-SYSIN.
      *----------------------

      **** EVERY SELECTION CARD IS OPTIONAL, KEYWORD IN COLUMNS
      **** 1-10 AND VALUE FROM COLUMN 12: FROM-DATE AND TO-DATE AS
      **** YYYY-MM-DD, DATE-BASIS AS RUN (THE DEFAULT) OR BUSINESS.
      **** AN EMPTY SYSIN REPORTS EVERYTHING UP TO TODAY.

           OPEN INPUT SYSIN-FILE

                   MOVE SYSIN-RECORD(12:10)
                                    TO W-TO-DATE

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'STATRPT  DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE


           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY HSKPMGR IS NOT A VERIFICATION.

           IF      STA-REC-RESULT = 'ANCHOR'
               GO TO SUB-2200-NEXT
           END-IF

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.

           IF      W-BASIS-BUSINESS
           AND     STA-REC-BUS-DATE NOT = SPACES
               MOVE STA-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE STA-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE < W-FROM-DATE
           OR      W-RECORD-DATE > W-TO-DATE
               GO TO SUB-2200-NEXT
           END-IF

               '==============='
           DISPLAY 'STATRPT  VERIFICATION SCOREBOARD FROM '
               W-FROM-DATE ' TO ' W-TO-DATE
           IF      W-BASIS-BUSINESS
               DISPLAY 'STATRPT  SELECTED ON BUSINESS PROCESSING DATE'
           END-IF
           DISPLAY 'STATRPT  ================================='
               '==============='
           DISPLAY 'STATRPT  '
