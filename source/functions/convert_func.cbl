      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the CONVERT() currency conversion function,
      *          so every receivables script converts Canadian and
      *          euro amounts from the same rates at the same
      *          rounding instead of each opening whatever rates file
      *          it finds:
      *            CONVERT(amount, from$, to$)
      *            CONVERT(amount, from$, to$, date$)
      *          Rates come from the dated rate table the bank's rate
      *          file is fetched into (TRANSFER GET), named by the
      *          rate-file key in cbi.cfg via the CBI_RATE_FILE
      *          setting (cbi_rates.csv when unset), one rate per
      *          line:
      *            effective-date,from,to,rate
      *          date YYYYMMDD or YYYY-MM-DD, currencies as ISO
      *          codes, and one unit of from buying rate units of
      *          to; a heading line, blank lines and # comments are
      *          skipped. The table is loaded once on first use and
      *          kept in working-storage across calls, same as the
      *          code tables. The rate used is the latest one
      *          effective on date$ (the processing date when
      *          omitted), taken from either direction of the pair
      *          (the inverse of to->from); with no rate between the
      *          two, the conversion triangulates through the base
      *          currency -- the base-currency key (CBI_BASE_CURRENCY,
      *          USD when unset). The result is rounded to the target
      *          currency's minor unit (JPY and the like 0 places;
      *          BHD, KWD and the like 3; the rest 2) in the DECIMAL
      *          rounding mode (decimal-rounding in cbi.cfg). A rate
      *          that cannot be found is trappable error 84, never a
      *          silent zero. Resolved from get-variable the same way
      *          the financial functions are.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. convert-func is recursive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-rate-file
               assign to dynamic ws-rate-file-name
               organization is line sequential
               file status is ws-rate-file-status.

       data division.

       file section.

       fd  fd-rate-file.
       01  f-rate-line                   pic x(256).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-rates                  value 5000.

       78  ws-err-illegal-function       value 5.
       78  ws-err-rate-not-available     value 84.

       01  ws-rate-file-name             pic x(256)
                                         value "cbi_rates.csv".
       01  ws-rate-file-status           pic xx.
           88  ws-rate-status-ok         value "00".

       01  ws-env-rate-file              pic x(256) value spaces.
       01  ws-base-currency              pic x(3) value "USD".
       01  ws-env-base-currency          pic x(16) value spaces.

       01  ws-rates-loaded-sw            pic a value 'N'.
           88  ws-rates-loaded           value 'Y'.
           88  ws-rates-not-loaded       value 'N'.

      *>   The dated rate table, as read.
       01  ws-rate-table.
           05  ws-num-rates              pic 9(4) comp value 0.
           05  ws-rate-entry             occurs 5000 times.
               10  ws-rate-date          pic 9(8).
               10  ws-rate-from          pic x(3).
               10  ws-rate-to            pic x(3).
               10  ws-rate-value         pic 9(7)v9(10).

       01  ws-rate-idx                   pic 9(4) comp.
       01  ws-skipped-lines              pic 9(6) value 0.

      *>   Currencies whose minor unit is not two places.
       01  ws-minor-unit-values.
           05  filler                    pic x(4) value "JPY0".
           05  filler                    pic x(4) value "KRW0".
           05  filler                    pic x(4) value "CLP0".
           05  filler                    pic x(4) value "ISK0".
           05  filler                    pic x(4) value "VND0".
           05  filler                    pic x(4) value "PYG0".
           05  filler                    pic x(4) value "UGX0".
           05  filler                    pic x(4) value "XAF0".
           05  filler                    pic x(4) value "XOF0".
           05  filler                    pic x(4) value "BHD3".
           05  filler                    pic x(4) value "IQD3".
           05  filler                    pic x(4) value "JOD3".
           05  filler                    pic x(4) value "KWD3".
           05  filler                    pic x(4) value "LYD3".
           05  filler                    pic x(4) value "OMR3".
           05  filler                    pic x(4) value "TND3".
       01  ws-minor-unit-table redefines ws-minor-unit-values.
           05  ws-minor-unit-entry       occurs 16 times.
               10  ws-minor-unit-code    pic x(3).
               10  ws-minor-unit-places  pic 9.
       01  ws-minor-unit-idx             pic 99 comp.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

       01  ls-arg-str-1                  pic x(256).
       01  ls-arg-str-2                  pic x(256).
       01  ls-arg-str-3                  pic x(256).
       01  ls-arg-str-4                  pic x(256).

       01  ls-paren-end-idx              pic 9(4) comp.
       01  ls-arg-char-idx               pic 9(4) comp.
       01  ls-split-paren-depth          pic 9(4) comp value 0.
       01  ls-split-scan-idx             pic 9(4) comp value 0.
       01  ls-arg-slot-idx               pic 9 comp value 1.
       01  ls-arg-accum                  pic x(256).
       01  ls-arg-accum-pos              pic 9(4) comp value 1.
       01  ls-in-quote-sw                pic a value 'N'.
           88  ls-in-quote               value 'Y'.
           88  ls-not-in-quote           value 'N'.

       01  ls-resolved-arg-value         pic S9(12)v9(6) value 0.
       01  ls-temp-param-value-buffer    pic x(256).
       01  ls-resolved-str               pic x(1024).

       01  ls-amount                     pic S9(12)v9(6) value 0.
       01  ls-from-currency              pic x(3).
       01  ls-to-currency                pic x(3).
       01  ls-rate-date                  pic 9(8) value 0.
       01  ls-proc-date                  pic x(8).
       01  ls-asof-active-sw             pic a.

      *>   One leg of the conversion: the rate from ls-leg-from to
      *>   ls-leg-to effective on ls-rate-date.
       01  ls-leg-from                   pic x(3).
       01  ls-leg-to                     pic x(3).
       01  ls-leg-rate                   pic 9(7)v9(10) value 0.
       01  ls-leg-best-date              pic 9(8) value 0.
       01  ls-leg-found-sw               pic a value 'N'.
           88  ls-leg-found              value 'Y'.
           88  ls-leg-not-found          value 'N'.

       01  ls-first-rate                 pic 9(7)v9(10) value 0.
       01  ls-cross-rate                 pic 9(7)v9(10) value 0.
       01  ls-result-work                pic S9(14)v9(10) value 0.
       01  ls-result-dec                 pic S9(12)v9(6) value 0.
       01  ls-result-scale               pic 99 value 2.
       01  ls-conversion-path            pic x(16) value spaces.

       01  ls-rate-fields.
           05  ls-rate-col-date          pic x(16).
           05  ls-rate-col-from          pic x(8).
           05  ls-rate-col-to            pic x(8).
           05  ls-rate-col-rate          pic x(32).
       01  ls-rate-date-text             pic x(16).
       01  ls-rate-date-len              pic 9(2) comp.
       01  ls-rate-char-idx              pic 9(4) comp.
       01  ls-parsed-rate-date           pic 9(8).

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-raise-error-code           pic 9(4).

       linkage section.

       01  l-input-value                 pic x(256).

       01  l-result-type                 pic x(8).

       01  l-result-num                  pic S9(16).

       01  l-result-dec                  pic S9(12)v9(6).

       01  l-return-code                 pic 9 value 0.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using
           l-input-value l-result-type l-result-num l-result-dec
           l-return-code.

       main-procedure.

           set l-return-code-false to true
           move spaces to l-result-type
           move zeros to l-result-num
           move zeros to l-result-dec

           move trim(l-input-value) to ls-working-input-value

           if upper-case(ls-working-input-value(
               1:length(ws-convert-func))) not = ws-convert-func
           then
               call "logger" using concatenate(
                   "CONVERT-FUNC :: Not a conversion function: "
                   trim(ls-working-input-value))
               end-call
               goback
           end-if

           if ws-rates-not-loaded then
               perform load-rate-table
           end-if

           perform split-function-arguments

           move ls-arg-str-1 to ls-temp-param-value-buffer
           perform resolve-numeric-argument
           move ls-resolved-arg-value to ls-amount

           move ls-arg-str-2 to ls-resolved-str
           perform resolve-string-argument
           move upper-case(ls-resolved-str(1:3)) to ls-from-currency

           move ls-arg-str-3 to ls-resolved-str
           perform resolve-string-argument
           move upper-case(ls-resolved-str(1:3)) to ls-to-currency

           move "DOUBLE" to l-result-type
           set l-return-code-true to true

           if ls-from-currency = spaces or ls-to-currency = spaces
           then
               call "logger-leveled" using concatenate(
                   "CONVERT-FUNC :: ERROR : CONVERT needs an amount "
                   "and the from and to currencies: "
                   trim(l-input-value) " : Returning zero.")
                   "ERROR"
               end-call
               move ws-err-illegal-function to ls-raise-error-code
               call "raise-runtime-error" using ls-raise-error-code
               end-call
               goback
           end-if

           if ls-arg-str-4 = spaces then
               call "get-processing-date" using
                   ls-proc-date
                   ls-asof-active-sw
               end-call
               move ls-proc-date to ls-rate-date
           else
               move ls-arg-str-4 to ls-resolved-str
               perform resolve-string-argument
               move ls-resolved-str to ls-rate-date-text
               perform parse-rate-date
               if ls-parsed-rate-date = 0 then
                   call "logger-leveled" using concatenate(
                       "CONVERT-FUNC :: ERROR : not a valid date in: "
                       trim(l-input-value) " : Returning zero.")
                       "ERROR"
                   end-call
                   move ws-err-illegal-function to ls-raise-error-code
                   call "raise-runtime-error" using
                       ls-raise-error-code
                   end-call
                   goback
               end-if
               move ls-parsed-rate-date to ls-rate-date
           end-if

           perform find-conversion-rate

           if ls-leg-not-found then
               perform report-missing-rate
               goback
           end-if

           compute ls-result-work = ls-amount * ls-cross-rate
           end-compute
           move ls-result-work to ls-result-dec

           perform find-minor-unit
           call "round-to-scale" using ls-result-scale ls-result-dec
           end-call

           move ls-result-dec to l-result-dec

           call "logger" using concatenate(
               "CONVERT-FUNC :: Input: " trim(l-input-value)
               " : " ls-from-currency "->" ls-to-currency
               " on " ls-rate-date " " trim(ls-conversion-path)
               " rate " ls-cross-rate
               " : result dec: " l-result-dec)
           end-call

           goback.


      *>   Same currency; a rate for the pair either way; or through
      *>   the base currency, each leg either way.
       find-conversion-rate.

           set ls-leg-found to true
           move 1 to ls-cross-rate
           move "SAME" to ls-conversion-path

           if ls-from-currency = ls-to-currency then
               exit paragraph
           end-if

           move ls-from-currency to ls-leg-from
           move ls-to-currency to ls-leg-to
           perform find-leg-rate
           if ls-leg-found then
               move ls-leg-rate to ls-cross-rate
               move "DIRECT" to ls-conversion-path
               exit paragraph
           end-if

           if ls-from-currency = ws-base-currency
               or ls-to-currency = ws-base-currency
           then
               exit paragraph
           end-if

           move ls-from-currency to ls-leg-from
           move ws-base-currency to ls-leg-to
           perform find-leg-rate
           if ls-leg-not-found then
               exit paragraph
           end-if
           move ls-leg-rate to ls-first-rate

           move ws-base-currency to ls-leg-from
           move ls-to-currency to ls-leg-to
           perform find-leg-rate
           if ls-leg-not-found then
               exit paragraph
           end-if

           compute ls-cross-rate rounded = ls-first-rate * ls-leg-rate
           end-compute
           move concatenate("VIA " ws-base-currency)
               to ls-conversion-path

           exit paragraph.


      *>   The latest rate effective on the date, from a line for
      *>   the pair as asked or the inverse of one for the reverse
      *>   pair; on the same date the pair as asked wins.
       find-leg-rate.

           set ls-leg-not-found to true
           move 0 to ls-leg-best-date
           move 0 to ls-leg-rate

           perform varying ws-rate-idx from 1 by 1
               until ws-rate-idx > ws-num-rates
               if ws-rate-date(ws-rate-idx) <= ls-rate-date
                   and ws-rate-value(ws-rate-idx) > 0
               then
                   evaluate true
                       when ws-rate-from(ws-rate-idx) = ls-leg-from
                           and ws-rate-to(ws-rate-idx) = ls-leg-to
                           and ws-rate-date(ws-rate-idx)
                               >= ls-leg-best-date
                           move ws-rate-date(ws-rate-idx)
                               to ls-leg-best-date
                           move ws-rate-value(ws-rate-idx)
                               to ls-leg-rate
                           set ls-leg-found to true
                       when ws-rate-from(ws-rate-idx) = ls-leg-to
                           and ws-rate-to(ws-rate-idx) = ls-leg-from
                           and ws-rate-date(ws-rate-idx)
                               > ls-leg-best-date
                           move ws-rate-date(ws-rate-idx)
                               to ls-leg-best-date
                           compute ls-leg-rate rounded =
                               1 / ws-rate-value(ws-rate-idx)
                           end-compute
                           set ls-leg-found to true
                   end-evaluate
               end-if
           end-perform

           exit paragraph.


       find-minor-unit.

           move 2 to ls-result-scale
           perform varying ws-minor-unit-idx from 1 by 1
               until ws-minor-unit-idx > 16
               if ws-minor-unit-code(ws-minor-unit-idx)
                   = ls-to-currency
               then
                   move ws-minor-unit-places(ws-minor-unit-idx)
                       to ls-result-scale
                   exit perform
               end-if
           end-perform

           exit paragraph.


       report-missing-rate.

           call "logger-leveled" using concatenate(
               "CONVERT-FUNC :: ERROR : no exchange rate from "
               ls-from-currency " to " ls-to-currency
               " effective " ls-rate-date ", direct or through "
               ws-base-currency ", in " trim(ws-rate-file-name)
               " : " trim(l-input-value))
               "ERROR"
           end-call

           call "error-surface" using concatenate(
               "No exchange rate " ls-from-currency "->"
               ls-to-currency " effective " ls-rate-date)
           end-call

           move ws-err-rate-not-available to ls-raise-error-code
           call "raise-runtime-error" using ls-raise-error-code
           end-call

           exit paragraph.


      *>   Reads the rate table once. A missing file leaves it
      *>   empty, so every conversion between two currencies
      *>   raises the missing-rate error.
       load-rate-table.

           set ws-rates-loaded to true

           accept ws-env-rate-file from environment "CBI_RATE_FILE"
           end-accept
           if ws-env-rate-file not = spaces then
               move ws-env-rate-file to ws-rate-file-name
           end-if

           accept ws-env-base-currency
               from environment "CBI_BASE_CURRENCY"
           end-accept
           if ws-env-base-currency not = spaces then
               move upper-case(trim(ws-env-base-currency))
                   to ws-base-currency
           end-if

           open input fd-rate-file

           if not ws-rate-status-ok then
               call "logger-leveled" using concatenate(
                   "CONVERT-FUNC :: WARN : rate table not found: "
                   trim(ws-rate-file-name))
                   "WARN"
               end-call
               close fd-rate-file
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-rate-file
                   at end set ls-eof to true
                   not at end perform collect-one-rate
               end-read
           end-perform

           close fd-rate-file

           call "logger" using concatenate(
               "CONVERT-FUNC :: Loaded " ws-num-rates
               " rate(s) from " trim(ws-rate-file-name)
               ", skipped " ws-skipped-lines " line(s); base "
               ws-base-currency)
           end-call

           exit paragraph.


       collect-one-rate.

           if trim(f-rate-line) = spaces
               or f-rate-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ls-rate-fields
           unstring f-rate-line
               delimited by ","
               into ls-rate-col-date ls-rate-col-from
                    ls-rate-col-to ls-rate-col-rate
           end-unstring

           move ls-rate-col-date to ls-rate-date-text
           perform parse-rate-date

      *>   A heading line, or anything else without a date and a
      *>   positive rate, is not a rate.
           if ls-parsed-rate-date = 0
               or trim(ls-rate-col-rate) = spaces
               or test-numval(trim(ls-rate-col-rate)) not = 0
           then
               add 1 to ws-skipped-lines
               exit paragraph
           end-if

           if ws-num-rates >= ws-max-rates then
               call "logger-leveled" using concatenate(
                   "CONVERT-FUNC :: ERROR : rate table has more than "
                   ws-max-rates " rates. Extra rates ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-rates
           move ls-parsed-rate-date to ws-rate-date(ws-num-rates)
           move upper-case(trim(ls-rate-col-from))
               to ws-rate-from(ws-num-rates)
           move upper-case(trim(ls-rate-col-to))
               to ws-rate-to(ws-num-rates)
           compute ws-rate-value(ws-num-rates) =
               numval(ls-rate-col-rate)
           end-compute

           exit paragraph.


      *>   YYYYMMDD or YYYY-MM-DD into ls-parsed-rate-date; zero
      *>   when it is neither.
       parse-rate-date.

           move 0 to ls-parsed-rate-date
           move 0 to ls-rate-date-len
           move spaces to ls-resolved-str

           move trim(ls-rate-date-text) to ls-rate-date-text
           perform varying ls-rate-char-idx from 1 by 1
               until ls-rate-char-idx > length(trim(ls-rate-date-text))
               evaluate ls-rate-date-text(ls-rate-char-idx:1)
                   when "-"
                       continue
                   when "0" thru "9"
                       if ls-rate-date-len >= 8 then
                           exit paragraph
                       end-if
                       add 1 to ls-rate-date-len
                       move ls-rate-date-text(ls-rate-char-idx:1)
                           to ls-resolved-str(ls-rate-date-len:1)
                   when other
                       exit paragraph
               end-evaluate
           end-perform

           if ls-rate-date-len not = 8
               or ls-resolved-str(1:8) is not numeric
           then
               exit paragraph
           end-if

           if test-date-yyyymmdd(numval(ls-resolved-str(1:8))) = 0
           then
               move ls-resolved-str(1:8) to ls-parsed-rate-date
           end-if

           exit paragraph.


       split-function-arguments.

           move spaces to ls-arg-str-1
           move spaces to ls-arg-str-2
           move spaces to ls-arg-str-3
           move spaces to ls-arg-str-4

           move 0 to ls-arg-char-idx
           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(ls-working-input-value)
               if ls-working-input-value(ls-arg-char-idx:1) = "("
               then
                   exit perform
               end-if
           end-perform

           move spaces to ls-args-text
           if ls-arg-char-idx <= length(ls-working-input-value) then
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

      *>   Split on the top-level commas only -- a nested call's or
      *>   a quoted string's own commas stay inside its argument.
           move 1 to ls-arg-slot-idx
           move spaces to ls-arg-accum
           move 1 to ls-arg-accum-pos
           move 0 to ls-split-paren-depth
           set ls-not-in-quote to true

           perform varying ls-split-scan-idx from 1 by 1
           until ls-split-scan-idx > length(trim(ls-args-text))

               evaluate true
                   when ls-args-text(ls-split-scan-idx:1) = '"'
                       if ls-in-quote then
                           set ls-not-in-quote to true
                       else
                           set ls-in-quote to true
                       end-if
                       perform append-argument-character
                   when ls-in-quote
                       perform append-argument-character
                   when ls-args-text(ls-split-scan-idx:1) = "("
                       add 1 to ls-split-paren-depth
                       perform append-argument-character
                   when ls-args-text(ls-split-scan-idx:1) = ")"
                       if ls-split-paren-depth > 0 then
                           subtract 1 from ls-split-paren-depth
                       end-if
                       perform append-argument-character
                   when ls-args-text(ls-split-scan-idx:1) = ","
                       and ls-split-paren-depth = 0
                       perform store-argument-slot
                   when other
                       perform append-argument-character
               end-evaluate
           end-perform

           perform store-argument-slot

           exit paragraph.


       append-argument-character.

           if ls-arg-accum-pos <= length(ls-arg-accum) then
               move ls-args-text(ls-split-scan-idx:1)
                   to ls-arg-accum(ls-arg-accum-pos:1)
               add 1 to ls-arg-accum-pos
           end-if

           exit paragraph.


       store-argument-slot.

           evaluate ls-arg-slot-idx
               when 1 move ls-arg-accum to ls-arg-str-1
               when 2 move ls-arg-accum to ls-arg-str-2
               when 3 move ls-arg-accum to ls-arg-str-3
               when 4 move ls-arg-accum to ls-arg-str-4
           end-evaluate

           add 1 to ls-arg-slot-idx
           move spaces to ls-arg-accum
           move 1 to ls-arg-accum-pos

           exit paragraph.


      *>   Resolves a numeric literal or a declared variable into
      *>   ls-resolved-arg-value.
       resolve-numeric-argument.

           move 0 to ls-resolved-arg-value

           move trim(ls-temp-param-value-buffer)
               to ls-temp-param-value-buffer

           if ls-temp-param-value-buffer = spaces then
               exit paragraph
           end-if

           if test-numval(trim(ls-temp-param-value-buffer)) = 0 then
               compute ls-resolved-arg-value =
                   numval(ls-temp-param-value-buffer)
               end-compute
               exit paragraph
           end-if

           move upper-case(ls-temp-param-value-buffer)
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0 then
               if ls-type-single or ls-type-double
                   or ls-type-decimal
               then
                   move ls-variable-value-dec
                       to ls-resolved-arg-value
               else
                   move ls-variable-value-num
                       to ls-resolved-arg-value
               end-if
           else
               call "logger-leveled" using concatenate(
                   "CONVERT-FUNC :: WARN : amount is not numeric "
                   "and not a declared variable: "
                   trim(ls-temp-param-value-buffer)
                   " : Using zero.")
                   "WARN"
               end-call
           end-if

           exit paragraph.


      *>   Quoted literal or string variable, quotes dropped.
       resolve-string-argument.

           move trim(ls-resolved-str) to ls-resolved-str

           if ls-resolved-str(1:1) not = '"'
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

       end program convert-func.
