      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the business-day calendar functions
      *          ISBUSDAY(), NEXTBUSDAY$() and ADDBUSDAYS$(), so the
      *          settlement, dunning and ACH due-date scripts stop
      *            NEXTBUSDAY$(date$)     first business day after
      *            ADDBUSDAYS$(date$, n)  n business days later
      *                                   (n may be negative)
      *          The busday-count entry gives statements the number
      *          of business days from one date to a later one.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       01  l-from-date                   pic 9(8).
       01  l-to-date                     pic 9(8).
       01  l-day-count                   pic S9(9).

       procedure division using
           l-input-value l-result-type l-result-value l-result-num
           l-return-code.
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Business days after l-from-date up to and including
      *          l-to-date -- negative when l-to-date is the earlier,
      *          zero when they are equal. Dates are YYYYMMDD.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "busday-count" using
           l-from-date l-to-date l-day-count.

           move 0 to l-day-count

           if test-date-yyyymmdd(l-from-date) not = 0
               or test-date-yyyymmdd(l-to-date) not = 0
           then
               goback
           end-if

           if ws-calendar-not-loaded then
               perform load-holiday-calendar
           end-if

           if l-to-date >= l-from-date then
               compute ls-day-number = integer-of-date(l-from-date)
               end-compute
               compute ls-days-remaining = integer-of-date(l-to-date)
               end-compute
               move 1 to ls-step-direction
           else
               compute ls-day-number = integer-of-date(l-to-date)
               end-compute
               compute ls-days-remaining =
                   integer-of-date(l-from-date)
               end-compute
               move -1 to ls-step-direction
           end-if

           perform until ls-day-number >= ls-days-remaining
               add 1 to ls-day-number
               perform check-business-day
               if ls-is-business-day then
                   add ls-step-direction to l-day-count
               end-if
           end-perform

           goback.


      *>   Steps one calendar day at a time in the walk direction,
      *>   counting only business days, until the requested count is
      *>   consumed. ADDBUSDAYS$(d$, 0) lands on d$ itself when it is
