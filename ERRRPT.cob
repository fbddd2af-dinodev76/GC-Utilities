      *              before the window, so a newly introduced bad
      *              caller shows up the morning after it ships
      *              instead of at the next incident.  RETURN-CODE 4
      *              when anything first-seen was found.  A
      *              DATE-BASIS BUSINESS card windows on the business
      *              processing date ERRLOG stamps on each record
      *              instead of the run date; the TO date then
      *              defaults to the current processing date.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-20  1.1      DATE-BASIS card: window on the business
      *                      processing date instead of the run date.
      *                      Records from before the processing date
      *                      existed count under their run date.
      *================================================================*

       PROCESS TRUNC(BIN)
           05  ERL-REC-MESSAGE         PIC X(40).
           05  ERL-REC-SEP-4           PIC X(01).
           05  ERL-REC-CALLER          PIC X(08).
           05  ERL-REC-SEP-5           PIC X(01).
           05  ERL-REC-BUS-DATE        PIC X(10).
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
               GO TO SUB-1000-EXIT
           END-IF

      **** ON THE BUSINESS BASIS THE TO DATE DEFAULTS TO THE CURRENT
      **** PROCESSING DATE RATHER THAN TODAY.

           IF      W-TO-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-TO-DATE
           END-IF

           IF      W-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE
       SUB-1100-READ-SYSIN.
      *----------------------

      **** EVERY SELECTION CARD IS OPTIONAL, KEYWORD IN COLUMNS
      **** 1-10 AND VALUE FROM COLUMN 12: FROM-DATE AND TO-DATE AS
      **** YYYY-MM-DD, DATE-BASIS AS RUN (THE DEFAULT) OR BUSINESS.
      **** THE WHOLE LOG IS ALWAYS READ -- RECORDS
      **** BEFORE THE WINDOW FEED THE FIRST-SEEN JUDGEMENT.

           OPEN INPUT SYSIN-FILE
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-TO-DATE

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'ERRRPT   DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE


           ADD  1                   TO W-READ-COUNT

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.

           IF      W-BASIS-BUSINESS
           AND     ERL-REC-BUS-DATE NOT = SPACES
               MOVE ERL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE ERL-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE > W-TO-DATE
               GO TO SUB-2200-NEXT
           END-IF

           PERFORM SUB-2500-TALLY-COMBO THRU SUB-2500-EXIT

           IF      W-RECORD-DATE < W-FROM-DATE
               ADD  1               TO W-BEFORE-COUNT
               GO TO SUB-2200-NEXT
           END-IF

           SET  W-M-DX              TO W-HIT-DX

           IF      W-RECORD-DATE < W-FROM-DATE
               MOVE 'Y'             TO CMB-BEFORE(W-M-DX)
           ELSE
               ADD  1               TO CMB-WINDOW-HITS(W-M-DX)
               '==============='
           DISPLAY 'ERRRPT   ERROR-LOG ANALYSIS FROM ' W-FROM-DATE
               ' TO ' W-TO-DATE
           IF      W-BASIS-BUSINESS
               DISPLAY 'ERRRPT   WINDOWED ON BUSINESS PROCESSING DATE'
           END-IF
           DISPLAY 'ERRRPT   ================================='
               '==============='
           DISPLAY 'ERRRPT   '
