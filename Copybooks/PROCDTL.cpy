      *========================= PROCDTL.cpy ===========================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine PROCDT, which
      *              returns the business processing date held in
      *              the PROCDATE control record PDTMAINT maintains,
      *              so every audit record can carry the cycle it
      *              belongs to next to the wall-clock timestamp.
      *              Tuesday's cycle rerun on Wednesday after an
      *              outage is then still recorded as Tuesday's work.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-20  1.0      First release
      *================================================================*

      *01  PROCDT-PARAMETER.

      **** Output fields:
      ****     PD-PROCESS-DATE:
      ****         The business processing date as YYYY-MM-DD.  When
      ****         there is no PROCDATE control record, or it is
      ****         damaged, this is the run date, so a site that has
      ****         never set a processing date sees no change.
      ****     PD-RUN-DATE:
      ****         Today's wall-clock date as YYYY-MM-DD.
      ****     PD-DATE-SOURCE:
      ****         'C' when the date came from the control record,
      ****         'R' when it fell back to the run date.

           05  PD-PROCESS-DATE      PIC X(10).

           05  PD-RUN-DATE          PIC X(10).

           05  PD-DATE-SOURCE       PIC X(01).
               88  PD-FROM-CONTROL                VALUE 'C'.
               88  PD-FROM-RUN-DATE               VALUE 'R'.

           COPY UTILSTAT.
