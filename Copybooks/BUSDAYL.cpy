      *========================= BUSDAYL.cpy ===========================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine BUSDAY, which
      *              answers business-day questions against a named
      *              calendar in the BUSCAL registry CALMAINT
      *              maintains -- is a date a business day, how many
      *              business days lie between two dates, which day
      *              is the first business day or the month-end
      *              processing date of a month, and which business
      *              day a date rolls forward to.  Saturdays and
      *              Sundays are never business days; the calendar
      *              adds its holidays and its month-end dates.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-18  1.0      First release
      *================================================================*

      *01  BUSDAY-PARAMETER.

      **** Input fields:
      ****     BD-FUNCTION:
      ****         CHECK  Is BD-DATE a business day?
      ****         COUNT  Business days after BD-DATE up to and
      ****                including BD-TO-DATE (zero when BD-TO-DATE
      ****                is not later than BD-DATE).
      ****         FIRST  The first business day of BD-DATE's month.
      ****         LAST   The month-end processing date of BD-DATE's
      ****                month: the calendar's MONTHEND entry for
      ****                that month when there is one, otherwise the
      ****                last business day of the month.
      ****         NEXT   BD-DATE itself when it is a business day,
      ****                otherwise the first business day after it.
      ****     BD-CALENDAR:
      ****         The calendar name in the BUSCAL registry, e.g. UK
      ****         or US.  Spaces mean weekends only, with no
      ****         registry read.
      ****     BD-DATE:
      ****         The date asked about, as YYYY-MM-DD.
      ****     BD-TO-DATE:
      ****         The end date for COUNT, as YYYY-MM-DD.

      **** Output fields:
      ****     BD-RESULT-DATE:
      ****         The date found by FIRST, LAST and NEXT.
      ****     BD-COUNT:
      ****         The business-day count from COUNT.
      ****     BD-BUSINESS-FLAG:
      ****         From CHECK: 'Y' for a business day, 'N' if not.
      ****     BD-DAY-TYPE:
      ****         From CHECK: BUSINESS, WEEKEND or HOLIDAY.
      ****     BD-DAY-TEXT:
      ****         From CHECK: the holiday's description.

           05  BD-FUNCTION          PIC X(08).
               88  BD-FUNC-CHECK                  VALUE 'CHECK'.
               88  BD-FUNC-COUNT                  VALUE 'COUNT'.
               88  BD-FUNC-FIRST                  VALUE 'FIRST'.
               88  BD-FUNC-LAST                   VALUE 'LAST'.
               88  BD-FUNC-NEXT                   VALUE 'NEXT'.
               88  BD-FUNC-VALID                  VALUES 'CHECK'
                                                     'COUNT'
                                                     'FIRST'
                                                      'LAST'
                                                      'NEXT'.

           05  BD-CALENDAR          PIC X(08).

           05  BD-DATE              PIC X(10).

           05  BD-TO-DATE           PIC X(10).

           05  BD-RESULT-DATE       PIC X(10).

           05  BD-COUNT             PIC 9(09)  COMP.

           05  BD-BUSINESS-FLAG     PIC X(01).
               88  BD-IS-BUSINESS-DAY             VALUE 'Y'.
               88  BD-NOT-BUSINESS-DAY            VALUE 'N'.

           05  BD-DAY-TYPE          PIC X(08).

           05  BD-DAY-TEXT          PIC X(30).

           COPY UTILSTAT.
