      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the fiscal calendar functions, so period-end
      *          scripts stop carrying their own tables of 4-4-5
      *          period end dates:
      *            FISCALPERIOD$(date$)   period id the date is in
      *            PERIODSTART$(p$)       first day, YYYYMMDD
      *            PERIODEND$(p$)         last day, YYYYMMDD
      *            PERIODSTATUS$(p$)      OPEN, SOFT or HARD
      *          p$ is a period id (e.g. "2026-P03") or a date --
      *          YYYYMMDD or YYYY-MM-DD -- standing for the period it
      *          falls in. The calendar and statuses come from
      *          period-control (see period_control.cbl). A date in
      *          no period, or an id not in the calendar, is error 5
      *          and returns an empty string. Resolved from
      *          get-variable the same way the business-day
      *          functions are.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. fiscal-func is recursive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-err-illegal-function       value 5.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).
       01  ls-arg-char-idx               pic 9(4) comp.
       01  ls-paren-end-idx              pic 9(4) comp.

       01  ls-func-kind-sw               pic x value space.
           88  ls-func-kind-period       value "P".
           88  ls-func-kind-start        value "S".
           88  ls-func-kind-end          value "E".
           88  ls-func-kind-status       value "T".

       01  ls-resolved-str               pic x(1024).
       01  ls-digits                     pic x(16).
       01  ls-digit-count                pic 9(2) comp.
       01  ls-char-idx                   pic 9(4) comp.
       01  ls-resolved-date              pic 9(8) value 0.
       01  ls-date-valid-sw              pic a value 'N'.
           88  ls-date-valid             value 'Y'.
           88  ls-date-not-valid         value 'N'.

       01  ls-period                     pic x(16).
       01  ls-start-date                 pic 9(8).
       01  ls-end-date                   pic 9(8).
       01  ls-period-status              pic x(8).
       01  ls-lookup-rc                  pic 9 value 0.
       01  ls-result-text                pic x(16).

       01  ls-raise-error-code           pic 9(4).

       linkage section.

       01  l-input-value                 pic x(256).

       01  l-result-type                 pic x(8).

       01  l-result-value                pic x(1024).

       01  l-result-num                  pic S9(16).

       01  l-return-code                 pic 9 value 0.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using
           l-input-value l-result-type l-result-value l-result-num
           l-return-code.

       main-procedure.

           set l-return-code-false to true
           move spaces to l-result-type
           move spaces to l-result-value
           move zeros to l-result-num

           move trim(l-input-value) to ls-working-input-value

           move space to ls-func-kind-sw

           evaluate true
               when upper-case(
                   ls-working-input-value(1:length(ws-fiscalperiod)))
                   = ws-fiscalperiod
                   set ls-func-kind-period to true
               when upper-case(
                   ls-working-input-value(1:length(ws-periodstart)))
                   = ws-periodstart
                   set ls-func-kind-start to true
               when upper-case(
                   ls-working-input-value(1:length(ws-periodend)))
                   = ws-periodend
                   set ls-func-kind-end to true
               when upper-case(
                   ls-working-input-value(1:length(ws-periodstatus)))
                   = ws-periodstatus
                   set ls-func-kind-status to true
               when other
                   call "logger" using concatenate(
                       "FISCAL-FUNC :: Not a fiscal calendar "
                       "function: " trim(ls-working-input-value))
                   end-call
                   goback
           end-evaluate

           perform extract-function-argument

           move ls-args-text to ls-resolved-str
           perform resolve-string-argument
           perform resolve-date-argument

           move "STRING" to l-result-type
           move '""' to l-result-value
           set l-return-code-true to true

      *>   A date stands for the period it falls in; anything else
      *>   is taken as a period id.
           if ls-date-valid then
               call "fiscal-period-of" using
                   ls-resolved-date
                   ls-period
                   ls-start-date
                   ls-end-date
                   ls-lookup-rc
               end-call
           else
               if ls-func-kind-period then
                   perform report-not-in-calendar
                   goback
               end-if
               move upper-case(ls-resolved-str) to ls-period
               call "fiscal-period-bounds" using
                   ls-period
                   ls-start-date
                   ls-end-date
                   ls-lookup-rc
               end-call
           end-if

           if ls-lookup-rc = 0 then
               perform report-not-in-calendar
               goback
           end-if

           evaluate true
               when ls-func-kind-period
                   move ls-period to ls-result-text
               when ls-func-kind-start
                   move ls-start-date to ls-result-text
               when ls-func-kind-end
                   move ls-end-date to ls-result-text
               when ls-func-kind-status
                   call "fiscal-period-status" using
                       ls-period
                       ls-period-status
                       ls-lookup-rc
                   end-call
                   move ls-period-status to ls-result-text
           end-evaluate

           move spaces to l-result-value
           string
               '"' trim(ls-result-text) '"'
               delimited by size
               into l-result-value
           end-string

           call "logger" using concatenate(
               "FISCAL-FUNC :: Input: " trim(l-input-value)
               " : result value: " trim(l-result-value))
           end-call

           goback.


      *>   The text between the opening parenthesis and the last
      *>   closing one.
       extract-function-argument.

           move spaces to ls-args-text

           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(ls-working-input-value)
               if ls-working-input-value(ls-arg-char-idx:1) = "("
               then
                   exit perform
               end-if
           end-perform

           if ls-arg-char-idx < length(ls-working-input-value) then
               move ls-working-input-value(ls-arg-char-idx + 1:)
                   to ls-args-text
           end-if

           move 0 to ls-paren-end-idx
           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(ls-args-text)
               if ls-args-text(ls-arg-char-idx:1) = ")" then
                   move ls-arg-char-idx to ls-paren-end-idx
               end-if
           end-perform

           if ls-paren-end-idx > 0 then
               move spaces to ls-args-text(ls-paren-end-idx:)
           end-if

           exit paragraph.


      *>   Quoted literal or string variable, quotes dropped.
       resolve-string-argument.

           move trim(ls-resolved-str) to ls-resolved-str

           if ls-resolved-str(1:1) not = '"'
               and ls-resolved-str(1:8) not numeric
               and ls-resolved-str not = spaces
           then
               move upper-case(ls-resolved-str) to ls-variable-name
               call "get-variable" using
                   ls-variable
                   ls-get-variable-return-code
               end-call

               move spaces to ls-resolved-str
               if ls-get-variable-return-code > 0 then
                   if ls-type-string then
                       move trim(ls-variable-value) to ls-resolved-str
                   else
                       move ls-variable-value-num to ls-resolved-str
                   end-if
               end-if
           end-if

           inspect ls-resolved-str replacing all '"' by space
           move trim(ls-resolved-str) to ls-resolved-str

           exit paragraph.


      *>   YYYYMMDD or YYYY-MM-DD into ls-resolved-date.
       resolve-date-argument.

           set ls-date-not-valid to true
           move zeros to ls-resolved-date
           move spaces to ls-digits
           move 0 to ls-digit-count

           perform varying ls-char-idx from 1 by 1
               until ls-char-idx > length(trim(ls-resolved-str))
               evaluate ls-resolved-str(ls-char-idx:1)
                   when "0" thru "9"
                       if ls-digit-count >= 8 then
                           exit paragraph
                       end-if
                       add 1 to ls-digit-count
                       move ls-resolved-str(ls-char-idx:1)
                           to ls-digits(ls-digit-count:1)
                   when "-"
                       if ls-char-idx not = 5 and ls-char-idx not = 8
                       then
                           exit paragraph
                       end-if
                   when other
                       exit paragraph
               end-evaluate
           end-perform

           if ls-digit-count not = 8 then
               exit paragraph
           end-if

           move ls-digits(1:8) to ls-resolved-date

           if ls-resolved-date >= 16010101
               and test-date-yyyymmdd(ls-resolved-date) = 0
           then
               set ls-date-valid to true
           end-if

           exit paragraph.


       report-not-in-calendar.

           call "logger-leveled" using concatenate(
               "FISCAL-FUNC :: ERROR : no fiscal period for "
               trim(ls-resolved-str) " in the fiscal calendar: "
               trim(l-input-value))
               "ERROR"
           end-call

           move ws-err-illegal-function to ls-raise-error-code
           call "raise-runtime-error" using ls-raise-error-code
           end-call

           exit paragraph.

       end program fiscal-func.
