      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the AGING statement -- accounts-receivable
      *          aging done once, so the dunning letters and the
      *          aging summary bucket a day past due the same way
      *          instead of each collections report doing its own
      *          DATEDIFF arithmetic. Usage:
      *            AGING source, SPEC$, target [, COUNT]
      *          source is a channel open FOR INPUT (#1), a string
      *          array of open-item records (ITEMS$), or a DIM'd TYPE
      *          array of open items (ITEMS); target is a channel
      *          open FOR OUTPUT or APPEND (#2), or a DIM'd TYPE
      *          array (AGED) with the optional COUNT variable given
      *          the number of elements filled.
      *          SPEC$ (a literal or string variable) is KEY=VALUE
      *          words:
      *            CUST= DUE= AMT=      customer, due date and open
      *                                 amount: start:length in the
      *                                 record, a field number when
      *                                 DELIM is given, or the member
      *                                 name for a TYPE array
      *            DELIM=,              field delimiter (TAB for a
      *                                 tab); fixed columns if unset
      *            DEC=2                implied decimals, for an
      *                                 amount written without a
      *                                 decimal point
      *            ASOF=YYYYMMDD        aging date (the processing
      *                                 date)
      *            BUCKETS=0/30/60/90/120+
      *                                 bucket boundaries in days
      *                                 past due, up to 10 (this
      *                                 default)
      *            DAYS=CALENDAR|BUSINESS
      *                                 days counted on the calendar
      *                                 or the business-day calendar
      *                                 (holiday-file in cbi.cfg)
      *            GRAND=YES|NO         a grand-total row after the
      *                                 customers (YES)
      *          Boundaries are inclusive at the top, one rule for
      *          every report: with 0/30/60/90/120+ the buckets are
      *          0-30, 31-60, 61-90, 91-120 and OVER 120, so day 30
      *          is in the first bucket and day 31 in the second.
      *          An item not yet due ages in the first bucket; a
      *          credit ages as a negative amount. Amounts may carry
      *          $, commas, a minus, parentheses or CR; dates are
      *          YYYYMMDD, YYYY-MM-DD, MM/DD/YYYY or YYMMDD. An item
      *          with an unreadable amount or due date is left out
      *          and logged.
      *          A channel target gets one fixed-column line per
      *          customer, in customer order, ready for BREAKON and
      *          BREAKSUM: the customer in columns 1-32, then each
      *          bucket and the customer total in 15 columns apiece
      *          (-99999999999.99); the grand-total row's customer
      *          is *TOTAL (GRAND=NO leaves it off when the report
      *          totals for itself). A TYPE array target gets the
      *          same rows, members in declaration order: customer,
      *          the buckets, then the total when a member is left.
      *          The grand totals also go to the log and to
      *          AGING.B1 ... AGING.Bn, AGING.TOTAL, AGING.ITEMS,
      *          AGING.CUSTOMERS and AGING.BAD. Up to 2,000
      *          customers are held. Output lines follow WRITE# and
      *          queue in an open transaction bracket.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. aging-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-aging-customers        value 2000.
       78  ws-max-aging-buckets          value 10.
       78  ws-err-illegal-function       value 5.
       78  ws-err-bad-file-number        value 52.

       01  ws-raise-error-code           pic 9(4).
       01  ws-read-rc                    pic 9.
       01  ws-write-rc                   pic 9.
       01  ws-eof-check                  pic 9.
       01  ws-trans-active-rc            pic 9 value 0.

       01  ws-aging-failed-sw            pic a value 'N'.
           88  ws-aging-failed           value 'Y'.
           88  ws-aging-not-failed       value 'N'.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256) occurs 8 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-operand-scratch            pic x(256).

      *>   Where the open items come from and the rows go.
       01  ws-source-kind-sw             pic a value 'C'.
           88  ws-source-channel         value 'C'.
           88  ws-source-line-array      value 'L'.
           88  ws-source-type-array      value 'T'.
       01  ws-target-kind-sw             pic a value 'C'.
           88  ws-target-channel         value 'C'.
           88  ws-target-type-array      value 'T'.
       01  ws-in-file-number             pic 99 value 0.
       01  ws-out-file-number            pic 99 value 0.
       01  ws-channel-mode               pic x(8).
       01  ws-source-name                pic x(64).
       01  ws-target-name                pic x(64).
       01  ws-count-var-name             pic x(64).
       01  ws-out-line                   pic x(32768).

      *>   Specification.
       01  ws-spec-text                  pic x(256).
       01  ws-spec-pos                   pic 9(4) comp.
       01  ws-spec-word                  pic x(64).
       01  ws-spec-key                   pic x(16).
       01  ws-spec-value                 pic x(64).
       01  ws-delimiter                  pic x value space.
       01  ws-delimited-sw               pic a value 'N'.
           88  ws-delimited              value 'Y'.
           88  ws-fixed-columns          value 'N'.
       01  ws-amount-decimals            pic 9 value 0.
       01  ws-asof-date                  pic 9(8) value 0.
       01  ws-asof-day                   pic 9(7) value 0.
       01  ws-proc-date                  pic x(8).
       01  ws-asof-active-sw             pic a.
       01  ws-day-basis-sw               pic a value 'C'.
           88  ws-calendar-days          value 'C'.
           88  ws-business-days          value 'B'.
       01  ws-grand-row-sw               pic a value 'Y'.
           88  ws-grand-row              value 'Y'.
           88  ws-no-grand-row           value 'N'.

      *>   Column declarations: 1 customer, 2 due date, 3 amount --
      *>   a start and length, a field number, or a member name.
       01  ws-column-spec-table.
           05  ws-column-spec            occurs 3 times.
               10  ws-col-start          pic 9(5).
               10  ws-col-length         pic 9(5).
               10  ws-col-field          pic 9(3).
               10  ws-col-member         pic x(32).
       01  ws-column-kind                pic 9.
       01  ws-col-text                   pic x(16).
       01  ws-col-part-1                 pic x(8).
       01  ws-col-part-2                 pic x(8).

      *>   Buckets: the boundaries as written, the top of each
      *>   bucket (the last is open-ended) and a label for the log.
       01  ws-bucket-table.
           05  ws-bucket-count           pic 99 value 0.
           05  ws-bucket-entry           occurs 10 times.
               10  ws-bucket-bound       pic 9(5).
               10  ws-bucket-label       pic x(16).
       01  ws-bucket-idx                 pic 99 comp.
       01  ws-bucket-text                pic x(64).
       01  ws-bucket-word                pic x(16).
       01  ws-bucket-pos                 pic 9(4) comp.
       01  ws-bound-disp                 pic z(4)9.
       01  ws-bound-disp-2               pic z(4)9.

      *>   Per customer, kept in customer order.
       01  ws-customer-table.
           05  ws-customer-count         pic 9(5) comp value 0.
           05  ws-customer-entry         occurs 2000 times.
               10  ws-cust-key           pic x(32).
               10  ws-cust-items         pic 9(7).
               10  ws-cust-bucket        pic s9(13)v99
                                         occurs 10 times.
               10  ws-cust-total         pic s9(13)v99.
       01  ws-cust-idx                   pic 9(5) comp.
       01  ws-cust-lo                    pic 9(5) comp.
       01  ws-cust-hi                    pic 9(5) comp.
       01  ws-cust-mid                   pic 9(5) comp.
       01  ws-shift-idx                  pic 9(5) comp.
       01  ws-cust-found-sw              pic a value 'N'.
           88  ws-cust-found             value 'Y'.
           88  ws-cust-not-found         value 'N'.

       01  ws-grand-table.
           05  ws-grand-bucket           pic s9(13)v99
                                         occurs 10 times.
           05  ws-grand-total            pic s9(13)v99.
           05  ws-grand-items            pic 9(7).
           05  ws-bad-items              pic 9(7).

      *>   One open item being read and taken apart.
       01  ws-read-line                  pic x(32768).
       01  ws-item-number                pic 9(7) value 0.
       01  ws-item-cust                  pic x(32).
       01  ws-item-amount                pic s9(13)v99.
       01  ws-item-due                   pic 9(8).
       01  ws-days-past-due              pic s9(9).
       01  ws-item-bucket                pic 99 comp.
       01  ws-field-text                 pic x(256).
       01  ws-field-idx                  pic 9(3) comp.
       01  ws-char-idx                   pic 9(5) comp.
       01  ws-line-len                   pic 9(5) comp.
       01  ws-field-len                  pic 9(4) comp.
       01  ws-field-in-quote-sw          pic a value 'N'.
           88  ws-field-in-quote         value 'Y'.
           88  ws-field-not-in-quote     value 'N'.
       01  ws-parse-sw                   pic a value 'N'.
           88  ws-parse-ok               value 'Y'.
           88  ws-parse-bad              value 'N'.
       01  ws-amount-clean               pic x(32).
       01  ws-clean-len                  pic 9(2) comp.
       01  ws-negative-sw                pic a value 'N'.
           88  ws-amount-negative        value 'Y'.
       01  ws-point-sw                   pic a value 'N'.
           88  ws-point-seen             value 'Y'.
       01  ws-cr-count                   pic 9(2) comp.
       01  ws-parsed-amount              pic s9(13)v99.
       01  ws-parsed-date                pic 9(8).
       01  ws-date-digits                pic x(16).
       01  ws-date-len                   pic 9(2) comp.
       01  ws-date-mm                    pic x(4).
       01  ws-date-dd                    pic x(4).
       01  ws-date-yy                    pic x(8).
       01  ws-date-work                  pic 9(8).
       01  ws-bad-reason                 pic x(16).

      *>   Array elements.
       01  ws-element-idx                pic 9(5) comp.
       01  ws-element-disp               pic z(4)9.
       01  ws-element-name               pic x(256).
       01  ws-instance-name              pic x(256).
       01  ws-instance-type              pic x(32).
       01  ws-instance-rc                pic 9.
       01  ws-more-elements-sw           pic a value 'Y'.
           88  ws-more-elements          value 'Y'.
           88  ws-no-more-elements       value 'N'.
       01  ws-member-value-dec           pic -(12)9.9(6).
       01  ws-member-value-num           pic -(15)9.
       01  ws-lookup-type                pic x(32).
       01  ws-member-index               pic 9(4).
       01  ws-member-count               pic 9(4).
       01  ws-member-name                pic x(32).
       01  ws-member-type                pic x(32).
       01  ws-fill-count                 pic 9(5) value 0.
       01  ws-fill-disp                  pic z(4)9.
       01  ws-short-members-sw           pic a value 'N'.
           88  ws-short-members-warned   value 'Y'.

      *>   Output building.
       01  ws-row-key                    pic x(32).
       01  ws-row-values.
           05  ws-row-value              pic s9(13)v99
                                         occurs 11 times.
       01  ws-row-value-count            pic 99 comp.
       01  ws-row-idx                    pic 99 comp.
       01  ws-row-pos                    pic 9(4) comp.
       01  ws-amount-field               pic -(11)9.99.
       01  ws-amount-disp                pic -(12)9.99.
       01  ws-assign-text                pic x(1024).
       01  ws-count-disp                 pic z(6)9.
       01  ws-count-disp-2               pic z(6)9.
       01  ws-count-disp-3               pic z(6)9.
       01  ws-bucket-num-disp            pic z9.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           set ws-aging-not-failed to true

           move l-src-code-str(length(ws-aging) + 1:)
               to ws-param-buffer
           perform split-operands

           if ws-operand-count < 3 or ws-operand-count > 4
               or ws-operand(1) = spaces
               or ws-operand(2) = spaces
               or ws-operand(3) = spaces
           then
               call "logger-leveled" using concatenate(
                   "AGING :: ERROR : Malformed statement. Expected "
                   "AGING source, spec, target [, count]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform resolve-source-and-target
           if ws-aging-failed then
               goback
           end-if

           move ws-operand(2) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-spec-text

           perform parse-specification
           if ws-aging-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move 0 to ws-customer-count
           initialize ws-grand-table
           move 0 to ws-item-number

           evaluate true
               when ws-source-channel
                   perform age-channel-items
               when ws-source-line-array
                   perform age-line-array-items
               when ws-source-type-array
                   perform age-type-array-items
           end-evaluate

           if ws-aging-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           if ws-target-channel then
               perform write-channel-rows
           else
               perform fill-array-rows
           end-if

           perform report-grand-totals

           goback.


      *>   #n, or an array name: a TYPE array when its first
      *>   element is a record, a string array of records
      *>   otherwise.
       resolve-source-and-target.

           move trim(ws-operand(1)) to ws-operand-scratch
           if ws-operand-scratch(1:1) = "#" then
               set ws-source-channel to true
               perform resolve-channel-number
               if ws-aging-failed then
                   exit paragraph
               end-if
               move ws-out-file-number to ws-in-file-number
               if ws-channel-mode not = "INPUT" then
                   perform report-bad-channel-mode
                   exit paragraph
               end-if
           else
               move upper-case(trim(ws-operand-scratch))
                   to ws-source-name
               move concatenate(trim(ws-source-name) "(1)")
                   to ws-instance-name
               call "get-instance-type" using
                   ws-instance-name ws-instance-type ws-instance-rc
               end-call
               if ws-instance-rc = 1 then
                   set ws-source-type-array to true
               else
                   move ws-instance-name to ls-variable-name
                   call "get-variable" using
                       ls-variable ls-get-variable-return-code
                   end-call
                   if ls-get-variable-return-code = 0
                       or not ls-type-string
                   then
                       call "logger-leveled" using concatenate(
                           "AGING :: ERROR : " trim(ws-source-name)
                           " is neither a channel, a string array "
                           "nor a TYPE array: "
                           trim(l-src-code-str))
                           "ERROR"
                       end-call
                       move ws-err-illegal-function
                           to ws-raise-error-code
                       call "raise-runtime-error" using
                           ws-raise-error-code
                       end-call
                       set ws-aging-failed to true
                       exit paragraph
                   end-if
                   set ws-source-line-array to true
               end-if
           end-if

           move spaces to ws-count-var-name
           move trim(ws-operand(3)) to ws-operand-scratch
           if ws-operand-scratch(1:1) = "#" then
               set ws-target-channel to true
               perform resolve-channel-number
               if ws-aging-failed then
                   exit paragraph
               end-if
               if ws-channel-mode not = "OUTPUT"
                   and ws-channel-mode not = "APPEND"
               then
                   perform report-bad-channel-mode
                   exit paragraph
               end-if
           else
               set ws-target-type-array to true
               move upper-case(trim(ws-operand-scratch))
                   to ws-target-name
               move concatenate(trim(ws-target-name) "(1)")
                   to ws-instance-name
               call "get-instance-type" using
                   ws-instance-name ws-instance-type ws-instance-rc
               end-call
               if ws-instance-rc not = 1 then
                   call "logger-leveled" using concatenate(
                       "AGING :: ERROR : " trim(ws-target-name)
                       " was not DIM'd AS a TYPE -- nowhere to put "
                       "the aged rows: " trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-illegal-function to ws-raise-error-code
                   call "raise-runtime-error" using ws-raise-error-code
                   end-call
                   set ws-aging-failed to true
                   exit paragraph
               end-if
               if ws-operand-count = 4 then
                   move upper-case(trim(ws-operand(4)))
                       to ws-count-var-name
               end-if
           end-if

           exit paragraph.


       resolve-channel-number.

           inspect ws-operand-scratch replacing all "#" by space
           if test-numval(trim(ws-operand-scratch)) not = 0 then
               call "logger-leveled" using concatenate(
                   "AGING :: ERROR : channel is not a file number: "
                   trim(ws-operand-scratch) " : "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-bad-file-number to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               set ws-aging-failed to true
               exit paragraph
           end-if

           compute ws-out-file-number = numval(ws-operand-scratch)
           end-compute
           call "file-open-mode" using
               ws-out-file-number ws-channel-mode
           end-call

           exit paragraph.


       report-bad-channel-mode.

           call "logger-leveled" using concatenate(
               "AGING :: ERROR : #" ws-out-file-number
               " is not open the right way (source FOR INPUT, "
               "target FOR OUTPUT or APPEND): "
               trim(l-src-code-str))
               "ERROR"
           end-call
           move ws-err-bad-file-number to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call
           set ws-aging-failed to true

           exit paragraph.


       parse-specification.

           initialize ws-column-spec-table
           move space to ws-delimiter
           set ws-fixed-columns to true
           move 0 to ws-amount-decimals
           move 0 to ws-asof-date
           set ws-calendar-days to true
           set ws-grand-row to true
           move "0/30/60/90/120+" to ws-bucket-text

           move 1 to ws-spec-pos
           perform until ws-spec-pos > length(ws-spec-text)
               or ws-aging-failed
               move spaces to ws-spec-word
               unstring ws-spec-text
                   delimited by all space
                   into ws-spec-word
                   with pointer ws-spec-pos
               end-unstring
               if ws-spec-word = spaces then
                   exit perform
               end-if

               move spaces to ws-spec-key
               move spaces to ws-spec-value
               unstring ws-spec-word
                   delimited by "="
                   into ws-spec-key ws-spec-value
               end-unstring
               move upper-case(ws-spec-key) to ws-spec-key

               evaluate trim(ws-spec-key)
                   when "CUST"
                       move 1 to ws-column-kind
                       perform parse-column-declaration
                   when "DUE"
                       move 2 to ws-column-kind
                       perform parse-column-declaration
                   when "AMT"
                       move 3 to ws-column-kind
                       perform parse-column-declaration
                   when "DELIM"
                       set ws-delimited to true
                       if upper-case(trim(ws-spec-value)) = "TAB" then
                           move x"09" to ws-delimiter
                       else
                           move ws-spec-value(1:1) to ws-delimiter
                       end-if
                   when "DEC"
                       if trim(ws-spec-value) is numeric
                           and numval(ws-spec-value) <= 6
                       then
                           compute ws-amount-decimals =
                               numval(ws-spec-value)
                           end-compute
                       else
                           perform report-bad-spec-word
                       end-if
                   when "ASOF"
                       if trim(ws-spec-value) is numeric
                           and test-date-yyyymmdd(
                               numval(ws-spec-value)) = 0
                       then
                           compute ws-asof-date =
                               numval(ws-spec-value)
                           end-compute
                       else
                           perform report-bad-spec-word
                       end-if
                   when "BUCKETS"
                       move ws-spec-value to ws-bucket-text
                   when "DAYS"
                       evaluate upper-case(trim(ws-spec-value))
                           when "CALENDAR"
                               set ws-calendar-days to true
                           when "BUSINESS"
                               set ws-business-days to true
                           when other
                               perform report-bad-spec-word
                       end-evaluate
                   when "GRAND"
                       evaluate upper-case(trim(ws-spec-value))
                           when "YES"
                               set ws-grand-row to true
                           when "NO"
                               set ws-no-grand-row to true
                           when other
                               perform report-bad-spec-word
                       end-evaluate
                   when other
                       perform report-bad-spec-word
               end-evaluate
           end-perform

           if ws-aging-failed then
               exit paragraph
           end-if

           perform varying ws-column-kind from 1 by 1
               until ws-column-kind > 3
               if ws-col-length(ws-column-kind) = 0
                   and ws-col-field(ws-column-kind) = 0
                   and ws-col-member(ws-column-kind) = spaces
               then
                   set ws-aging-failed to true
               end-if
           end-perform

           if ws-aging-failed then
               call "logger-leveled" using concatenate(
                   "AGING :: ERROR : specification needs CUST, DUE "
                   "and AMT: " trim(ws-spec-text))
                   "ERROR"
               end-call
               exit paragraph
           end-if

           perform parse-bucket-boundaries

           if ws-asof-date = 0 then
               call "get-processing-date" using
                   ws-proc-date
                   ws-asof-active-sw
               end-call
               move ws-proc-date to ws-asof-date
           end-if
           compute ws-asof-day = integer-of-date(ws-asof-date)
           end-compute

           exit paragraph.


      *>   start:length in fixed columns, a field number when
      *>   DELIM is given, a member name for a TYPE array.
       parse-column-declaration.

           if ws-source-type-array then
               if ws-spec-value = spaces then
                   perform report-bad-spec-word
               else
                   move upper-case(trim(ws-spec-value))
                       to ws-col-member(ws-column-kind)
               end-if
               exit paragraph
           end-if

           move ws-spec-value to ws-col-text
           move spaces to ws-col-part-1
           move spaces to ws-col-part-2
           unstring ws-col-text
               delimited by ":"
               into ws-col-part-1 ws-col-part-2
           end-unstring

           if trim(ws-col-part-1) is not numeric then
               perform report-bad-spec-word
               exit paragraph
           end-if

           if ws-col-part-2 = spaces then
               compute ws-col-field(ws-column-kind) =
                   numval(ws-col-part-1)
               end-compute
               move 0 to ws-col-start(ws-column-kind)
               move 0 to ws-col-length(ws-column-kind)
               if ws-col-field(ws-column-kind) = 0 then
                   perform report-bad-spec-word
               end-if
               exit paragraph
           end-if

           if trim(ws-col-part-2) is not numeric then
               perform report-bad-spec-word
               exit paragraph
           end-if

           move 0 to ws-col-field(ws-column-kind)
           compute ws-col-start(ws-column-kind) =
               numval(ws-col-part-1)
           end-compute
           compute ws-col-length(ws-column-kind) =
               numval(ws-col-part-2)
           end-compute
           if ws-col-start(ws-column-kind) = 0
               or ws-col-length(ws-column-kind) = 0
               or ws-col-length(ws-column-kind) > 256
               or ws-col-start(ws-column-kind)
                   + ws-col-length(ws-column-kind) - 1
                   > 32768
           then
               perform report-bad-spec-word
           end-if

           exit paragraph.


      *>   n/n/.../n+, ascending, the + on the last optional; each
      *>   boundary after the first is the top of the bucket before
      *>   it.
       parse-bucket-boundaries.

           move 0 to ws-bucket-count
           inspect ws-bucket-text replacing all "+" by space

           move 1 to ws-bucket-pos
           perform until ws-bucket-pos > length(ws-bucket-text)
               or ws-aging-failed
               move spaces to ws-bucket-word
               unstring ws-bucket-text
                   delimited by "/"
                   into ws-bucket-word
                   with pointer ws-bucket-pos
               end-unstring
               if ws-bucket-word = spaces then
                   exit perform
               end-if
               if trim(ws-bucket-word) is not numeric
                   or ws-bucket-count >= ws-max-aging-buckets
               then
                   set ws-aging-failed to true
                   exit perform
               end-if
               add 1 to ws-bucket-count
               compute ws-bucket-bound(ws-bucket-count) =
                   numval(ws-bucket-word)
               end-compute
               if ws-bucket-count > 1
                   and ws-bucket-bound(ws-bucket-count)
                       <= ws-bucket-bound(ws-bucket-count - 1)
               then
                   set ws-aging-failed to true
               end-if
           end-perform

           if ws-bucket-count < 2 then
               set ws-aging-failed to true
           end-if

           if ws-aging-failed then
               call "logger-leveled" using concatenate(
                   "AGING :: ERROR : BUCKETS needs 2 to 10 ascending "
                   "boundaries in days, as 0/30/60/90/120+: "
                   trim(ws-spec-text))
                   "ERROR"
               end-call
               exit paragraph
           end-if

           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-bucket-count
               evaluate true
                   when ws-bucket-idx = ws-bucket-count
                       move ws-bucket-bound(ws-bucket-idx)
                           to ws-bound-disp
                       move concatenate("OVER " trim(ws-bound-disp))
                           to ws-bucket-label(ws-bucket-idx)
                   when ws-bucket-idx = 1
                       move ws-bucket-bound(1) to ws-bound-disp
                       move ws-bucket-bound(2) to ws-bound-disp-2
                       move concatenate(trim(ws-bound-disp) "-"
                           trim(ws-bound-disp-2))
                           to ws-bucket-label(ws-bucket-idx)
                   when other
                       compute ws-bound-disp =
                           ws-bucket-bound(ws-bucket-idx) + 1
                       end-compute
                       move ws-bucket-bound(ws-bucket-idx + 1)
                           to ws-bound-disp-2
                       move concatenate(trim(ws-bound-disp) "-"
                           trim(ws-bound-disp-2))
                           to ws-bucket-label(ws-bucket-idx)
               end-evaluate
           end-perform

           exit paragraph.


       report-bad-spec-word.

           call "logger-leveled" using concatenate(
               "AGING :: ERROR : specification word not "
               "understood: " trim(ws-spec-word))
               "ERROR"
           end-call
           set ws-aging-failed to true

           exit paragraph.


       age-channel-items.

           call "eof-file" using ws-in-file-number ws-eof-check
           end-call

           perform until ws-eof-check = 1 or ws-aging-failed
               call "read-file-line" using
                   ws-in-file-number ws-read-line ws-read-rc
               end-call
               call "eof-file" using ws-in-file-number ws-eof-check
               end-call
               if ws-read-rc = 0 then
                   move 1 to ws-eof-check
               else
                   if ws-read-line not = spaces then
                       perform take-record-item
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   ITEMS$(1), ITEMS$(2), ... to the end of the array; blank
      *>   elements are skipped.
       age-line-array-items.

           move 0 to ws-element-idx
           set ws-more-elements to true

           perform until ws-no-more-elements or ws-aging-failed
               add 1 to ws-element-idx
               move ws-element-idx to ws-element-disp
               move concatenate(trim(ws-source-name) "("
                   trim(ws-element-disp) ")") to ls-variable-name
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call
               if ls-get-variable-return-code = 0 then
                   set ws-no-more-elements to true
               else
                   move ls-variable-value to ws-read-line
                   perform strip-stored-quotes
                   if ws-read-line not = spaces then
                       perform take-record-item
                   end-if
               end-if
           end-perform

           exit paragraph.


       age-type-array-items.

           move 0 to ws-element-idx
           set ws-more-elements to true

           perform until ws-no-more-elements or ws-aging-failed
               add 1 to ws-element-idx
               move ws-element-idx to ws-element-disp
               move concatenate(trim(ws-source-name) "("
                   trim(ws-element-disp) ")") to ws-element-name
               move ws-element-name to ws-instance-name
               call "get-instance-type" using
                   ws-instance-name ws-instance-type ws-instance-rc
               end-call
               if ws-instance-rc not = 1 then
                   set ws-no-more-elements to true
               else
                   perform take-member-item
               end-if
           end-perform

           exit paragraph.


      *>   A string value comes back as stored, in its quotes.
       strip-stored-quotes.

           if ws-read-line(1:1) = '"' then
               move ws-read-line(2:) to ws-read-line
           end-if
           move length(trim(ws-read-line trailing)) to ws-line-len
           if ws-line-len > 0
               and ws-read-line(ws-line-len:1) = '"'
           then
               move space to ws-read-line(ws-line-len:1)
           end-if

           exit paragraph.


       take-record-item.

           add 1 to ws-item-number

           move 1 to ws-column-kind
           perform extract-column
           move upper-case(trim(ws-field-text)) to ws-item-cust

           move 2 to ws-column-kind
           perform extract-column
           perform parse-date-field
           if ws-parse-bad then
               move "BAD DUE DATE" to ws-bad-reason
               perform report-bad-item
               exit paragraph
           end-if
           move ws-parsed-date to ws-item-due

           move 3 to ws-column-kind
           perform extract-column
           perform parse-amount-field
           if ws-parse-bad then
               move "BAD AMOUNT" to ws-bad-reason
               perform report-bad-item
               exit paragraph
           end-if
           move ws-parsed-amount to ws-item-amount

           perform post-aged-item

           exit paragraph.


      *>   ITEMS(i).CUST and friends out of the variable
      *>   repository; numbers are read as they print.
       take-member-item.

           add 1 to ws-item-number

           move 1 to ws-column-kind
           perform fetch-member-text
           move upper-case(trim(ws-field-text)) to ws-item-cust

           move 2 to ws-column-kind
           perform fetch-member-text
           perform parse-date-field
           if ws-parse-bad then
               move "BAD DUE DATE" to ws-bad-reason
               perform report-bad-item
               exit paragraph
           end-if
           move ws-parsed-date to ws-item-due

           move 3 to ws-column-kind
           perform fetch-member-text
           perform parse-amount-field
           if ws-parse-bad then
               move "BAD AMOUNT" to ws-bad-reason
               perform report-bad-item
               exit paragraph
           end-if
           move ws-parsed-amount to ws-item-amount

           perform post-aged-item

           exit paragraph.


       fetch-member-text.

           move spaces to ws-field-text
           move concatenate(trim(ws-element-name) "."
               trim(ws-col-member(ws-column-kind)))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code = 0 then
               exit paragraph
           end-if

           evaluate true
               when ls-type-string
                   move ls-variable-value to ws-read-line
                   perform strip-stored-quotes
                   move trim(ws-read-line) to ws-field-text
               when ls-type-single
               when ls-type-double
               when ls-type-decimal
                   move ls-variable-value-dec to ws-member-value-dec
                   move trim(ws-member-value-dec) to ws-field-text
               when other
                   move ls-variable-value-num to ws-member-value-num
                   move trim(ws-member-value-num) to ws-field-text
           end-evaluate

           exit paragraph.


       report-bad-item.

           add 1 to ws-bad-items
           move ws-item-number to ws-count-disp
           call "logger-leveled" using concatenate(
               "AGING :: WARN : open item " trim(ws-count-disp)
               " left out, " trim(ws-bad-reason) ": '"
               trim(ws-field-text) "'")
               "WARN"
           end-call

           exit paragraph.


       extract-column.

           move spaces to ws-field-text

           if ws-col-length(ws-column-kind) > 0 then
               move ws-read-line(
                   ws-col-start(ws-column-kind):
                   ws-col-length(ws-column-kind))
                   to ws-field-text
               exit paragraph
           end-if

           if ws-fixed-columns then
               exit paragraph
           end-if

      *>   Delimited: walk to the wanted field, a quoted field's
      *>   delimiters and quotes not counted.
           move 1 to ws-field-idx
           move 0 to ws-field-len
           set ws-field-not-in-quote to true
           move length(trim(ws-read-line trailing)) to ws-line-len

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-line-len
               or ws-field-idx > ws-col-field(ws-column-kind)
               evaluate true
                   when ws-read-line(ws-char-idx:1) = '"'
                       if ws-field-in-quote then
                           set ws-field-not-in-quote to true
                       else
                           set ws-field-in-quote to true
                       end-if
                   when ws-read-line(ws-char-idx:1) = ws-delimiter
                       and ws-field-not-in-quote
                       add 1 to ws-field-idx
                   when other
                       if ws-field-idx = ws-col-field(ws-column-kind)
                           and ws-field-len < 256
                       then
                           add 1 to ws-field-len
                           move ws-read-line(ws-char-idx:1)
                               to ws-field-text(ws-field-len:1)
                       end-if
               end-evaluate
           end-perform

           exit paragraph.


      *>   $1,234.50  -1234.5  1234.50-  (1,234.50)  1234.50CR;
      *>   without a decimal point the implied decimals apply.
       parse-amount-field.

           set ws-parse-bad to true
           move spaces to ws-amount-clean
           move 0 to ws-clean-len
           move 'N' to ws-negative-sw
           move 'N' to ws-point-sw

           move upper-case(ws-field-text) to ws-field-text
           move 0 to ws-cr-count
           inspect ws-field-text tallying ws-cr-count for all "CR"
           if ws-cr-count > 0 then
               set ws-amount-negative to true
               inspect ws-field-text replacing all "CR" by "  "
           end-if

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(ws-field-text)
               evaluate ws-field-text(ws-char-idx:1)
                   when "0" thru "9"
                       if ws-clean-len < 30 then
                           add 1 to ws-clean-len
                           move ws-field-text(ws-char-idx:1)
                               to ws-amount-clean(ws-clean-len:1)
                       end-if
                   when "."
                       set ws-point-seen to true
                       if ws-clean-len < 30 then
                           add 1 to ws-clean-len
                           move "." to ws-amount-clean(ws-clean-len:1)
                       end-if
                   when "-"
                   when "("
                       set ws-amount-negative to true
                   when ","
                   when "$"
                   when "+"
                   when ")"
                   when space
                       continue
                   when other
                       exit paragraph
               end-evaluate
           end-perform

           if ws-clean-len = 0
               or test-numval(ws-amount-clean(1:ws-clean-len)) not = 0
           then
               exit paragraph
           end-if

           compute ws-parsed-amount =
               numval(ws-amount-clean(1:ws-clean-len))
           end-compute

           if not ws-point-seen and ws-amount-decimals > 0 then
               compute ws-parsed-amount rounded =
                   ws-parsed-amount / (10 ** ws-amount-decimals)
               end-compute
           end-if

           if ws-amount-negative then
               compute ws-parsed-amount = 0 - ws-parsed-amount
               end-compute
           end-if

           set ws-parse-ok to true

           exit paragraph.


      *>   YYYYMMDD, YYYY-MM-DD, MM/DD/YYYY (or MM/DD/YY), YYMMDD.
       parse-date-field.

           set ws-parse-bad to true
           move 0 to ws-parsed-date
           move trim(ws-field-text) to ws-date-digits

           move 0 to ws-cr-count
           inspect ws-date-digits tallying ws-cr-count for all "/"
           if ws-cr-count = 2 then
               move spaces to ws-date-mm ws-date-dd ws-date-yy
               unstring ws-date-digits
                   delimited by "/"
                   into ws-date-mm ws-date-dd ws-date-yy
               end-unstring
               if trim(ws-date-mm) is not numeric
                   or trim(ws-date-dd) is not numeric
                   or trim(ws-date-yy) is not numeric
               then
                   exit paragraph
               end-if
               compute ws-date-work =
                   numval(ws-date-yy) * 10000
                   + numval(ws-date-mm) * 100
                   + numval(ws-date-dd)
               end-compute
               if numval(ws-date-yy) < 100 then
                   add 20000000 to ws-date-work
               end-if
           else
      *>       Dashes dropped; what is left must be all digits.
               move spaces to ws-date-yy
               move 0 to ws-date-len
               perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > length(trim(ws-date-digits))
                   evaluate ws-date-digits(ws-char-idx:1)
                       when "-"
                           continue
                       when "0" thru "9"
                           if ws-date-len < 8 then
                               add 1 to ws-date-len
                               move ws-date-digits(ws-char-idx:1)
                                   to ws-date-yy(ws-date-len:1)
                           else
                               exit paragraph
                           end-if
                       when other
                           exit paragraph
                   end-evaluate
               end-perform
               evaluate true
                   when ws-date-len = 8
                       and ws-date-yy(1:8) is numeric
                       move ws-date-yy(1:8) to ws-date-work
                   when ws-date-len = 6
                       and ws-date-yy(1:6) is numeric
                       compute ws-date-work =
                           20000000 + numval(ws-date-yy(1:6))
                       end-compute
                   when other
                       exit paragraph
               end-evaluate
           end-if

           if ws-date-work < 16010101
               or test-date-yyyymmdd(ws-date-work) not = 0
           then
               exit paragraph
           end-if

           move ws-date-work to ws-parsed-date
           set ws-parse-ok to true

           exit paragraph.


      *>   Days past due on the chosen calendar, the bucket whose
      *>   top it does not pass, and the customer's row.
       post-aged-item.

           if ws-business-days then
               call "busday-count" using
                   ws-item-due ws-asof-date ws-days-past-due
               end-call
           else
               compute ws-days-past-due =
                   ws-asof-day - integer-of-date(ws-item-due)
               end-compute
           end-if

           move ws-bucket-count to ws-item-bucket
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx >= ws-bucket-count
               if ws-days-past-due <= ws-bucket-bound(ws-bucket-idx + 1)
               then
                   move ws-bucket-idx to ws-item-bucket
                   exit perform
               end-if
           end-perform

           perform find-customer-row
           if ws-aging-failed then
               exit paragraph
           end-if

           add 1 to ws-cust-items(ws-cust-idx)
           add ws-item-amount
               to ws-cust-bucket(ws-cust-idx, ws-item-bucket)
           add ws-item-amount to ws-cust-total(ws-cust-idx)

           add 1 to ws-grand-items
           add ws-item-amount to ws-grand-bucket(ws-item-bucket)
           add ws-item-amount to ws-grand-total

           exit paragraph.


      *>   Binary search of the customer table; a new customer is
      *>   inserted in place so the rows come out in order.
       find-customer-row.

           set ws-cust-not-found to true
           move 1 to ws-cust-lo
           move ws-customer-count to ws-cust-hi

           perform until ws-cust-lo > ws-cust-hi or ws-cust-found
               compute ws-cust-mid = (ws-cust-lo + ws-cust-hi) / 2
               end-compute
               evaluate true
                   when ws-cust-key(ws-cust-mid) = ws-item-cust
                       set ws-cust-found to true
                       move ws-cust-mid to ws-cust-idx
                   when ws-cust-key(ws-cust-mid) < ws-item-cust
                       compute ws-cust-lo = ws-cust-mid + 1
                       end-compute
                   when other
                       if ws-cust-mid = 1 then
                           move 0 to ws-cust-hi
                       else
                           compute ws-cust-hi = ws-cust-mid - 1
                           end-compute
                       end-if
               end-evaluate
           end-perform

           if ws-cust-found then
               exit paragraph
           end-if

           if ws-customer-count >= ws-max-aging-customers then
               call "logger-leveled" using concatenate(
                   "AGING :: ERROR : more than 2000 customers. "
                   "Split the run; nothing written.")
                   "ERROR"
               end-call
               set ws-aging-failed to true
               exit paragraph
           end-if

           perform varying ws-shift-idx from ws-customer-count by -1
               until ws-shift-idx < ws-cust-lo
               move ws-customer-entry(ws-shift-idx)
                   to ws-customer-entry(ws-shift-idx + 1)
           end-perform

           add 1 to ws-customer-count
           move ws-cust-lo to ws-cust-idx
           initialize ws-customer-entry(ws-cust-idx)
           move ws-item-cust to ws-cust-key(ws-cust-idx)

           exit paragraph.


       write-channel-rows.

           perform varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-customer-count
               perform load-customer-row
               perform build-row-line
               perform put-output-line
           end-perform

           if ws-grand-row then
               perform load-grand-row
               perform build-row-line
               perform put-output-line
           end-if

           exit paragraph.


       load-customer-row.

           move ws-cust-key(ws-cust-idx) to ws-row-key
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-bucket-count
               move ws-cust-bucket(ws-cust-idx, ws-bucket-idx)
                   to ws-row-value(ws-bucket-idx)
           end-perform
           move ws-cust-total(ws-cust-idx)
               to ws-row-value(ws-bucket-count + 1)
           compute ws-row-value-count = ws-bucket-count + 1
           end-compute

           exit paragraph.


       load-grand-row.

           move "*TOTAL" to ws-row-key
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-bucket-count
               move ws-grand-bucket(ws-bucket-idx)
                   to ws-row-value(ws-bucket-idx)
           end-perform
           move ws-grand-total to ws-row-value(ws-bucket-count + 1)
           compute ws-row-value-count = ws-bucket-count + 1
           end-compute

           exit paragraph.


      *>   Customer in 1-32, then 15 columns per amount.
       build-row-line.

           move spaces to ws-out-line
           move ws-row-key to ws-out-line(1:32)
           move 33 to ws-row-pos

           perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-value-count
               move ws-row-value(ws-row-idx) to ws-amount-field
               move ws-amount-field to ws-out-line(ws-row-pos:15)
               add 15 to ws-row-pos
           end-perform

           exit paragraph.


      *>   Output follows WRITE#: queued while a transaction bracket
      *>   is open, written through otherwise.
       put-output-line.

           call "trans-active" using ws-trans-active-rc
           end-call

           if ws-trans-active-rc = 1 then
               call "trans-queue-write" using
                   ws-out-file-number ws-out-line ws-write-rc
               end-call
           else
               call "write-file-line" using
                   ws-out-file-number ws-out-line ws-write-rc
               end-call
           end-if

           exit paragraph.


      *>   AGED(1), AGED(2), ... one per customer then the grand
      *>   total, until the rows or the array run out.
       fill-array-rows.

           move 0 to ws-fill-count
           move 'N' to ws-short-members-sw

           perform varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-customer-count
               perform load-customer-row
               perform fill-one-element
               if ws-instance-rc not = 1 then
                   exit perform
               end-if
           end-perform

           if ws-grand-row and ws-instance-rc = 1 then
               perform load-grand-row
               perform fill-one-element
           end-if

           if ws-count-var-name not = spaces then
               move ws-fill-count to ws-fill-disp
               move concatenate(trim(ws-count-var-name) " = "
                   trim(ws-fill-disp)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-if

           exit paragraph.


       fill-one-element.

           compute ws-element-idx = ws-fill-count + 1
           end-compute
           move ws-element-idx to ws-element-disp
           move concatenate(trim(ws-target-name) "("
               trim(ws-element-disp) ")") to ws-element-name
           move ws-element-name to ws-instance-name
           call "get-instance-type" using
               ws-instance-name ws-instance-type ws-instance-rc
           end-call

           if ws-instance-rc not = 1 then
               call "logger-leveled" using concatenate(
                   "AGING :: WARN : " trim(ws-target-name)
                   " is full; aged rows after element "
                   trim(ws-fill-disp) " left out.")
                   "WARN"
               end-call
               exit paragraph
           end-if

           move ws-instance-type to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-member-count
           end-call

           if ws-member-count < ws-bucket-count + 1
               and not ws-short-members-warned
           then
               move 'Y' to ws-short-members-sw
               call "logger-leveled" using concatenate(
                   "AGING :: WARN : " trim(ws-target-name)
                   " has fewer members than the customer and its "
                   "buckets; the later buckets are left out.")
                   "WARN"
               end-call
           end-if

           perform varying ws-member-index from 1 by 1
               until ws-member-index > ws-member-count
               or ws-member-index > ws-row-value-count + 1
               call "get-type-member" using
                   ws-lookup-type ws-member-index
                   ws-member-name ws-member-type
               end-call
               perform assign-member-value
           end-perform

           add 1 to ws-fill-count
           move ws-fill-count to ws-fill-disp

           exit paragraph.


      *>   Member 1 the customer, the rest the amounts in order.
       assign-member-value.

           move spaces to ws-assign-text

           if ws-member-index = 1 then
               if trim(ws-member-type) = "STRING" then
                   move concatenate(trim(ws-element-name) "."
                       trim(ws-member-name) ' = "' trim(ws-row-key)
                       '"') to ws-assign-text
               end-if
           else
               compute ws-row-idx = ws-member-index - 1
               end-compute
               move ws-row-value(ws-row-idx) to ws-amount-disp
               if trim(ws-member-type) = "STRING" then
                   move concatenate(trim(ws-element-name) "."
                       trim(ws-member-name) ' = "'
                       trim(ws-amount-disp) '"') to ws-assign-text
               else
                   move concatenate(trim(ws-element-name) "."
                       trim(ws-member-name) " = "
                       trim(ws-amount-disp)) to ws-assign-text
               end-if
           end-if

           if ws-assign-text not = spaces then
               call "assign-var" using ws-assign-text
               end-call
           end-if

           exit paragraph.


      *>   Bucket and grand totals to the log and the AGING.*
      *>   variables.
       report-grand-totals.

           move ws-grand-items to ws-count-disp
           move ws-customer-count to ws-count-disp-2
           move ws-bad-items to ws-count-disp-3
           call "logger" using concatenate(
               "AGING :: as of " ws-asof-date " "
               trim(ws-count-disp) " item(s), "
               trim(ws-count-disp-2) " customer(s), "
               trim(ws-count-disp-3) " left out")
           end-call

           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-bucket-count
               move ws-grand-bucket(ws-bucket-idx) to ws-amount-disp
               move ws-bucket-idx to ws-bucket-num-disp
               call "logger" using concatenate(
                   "AGING :: bucket " trim(ws-bucket-num-disp) " "
                   trim(ws-bucket-label(ws-bucket-idx)) ": "
                   trim(ws-amount-disp))
               end-call
               move concatenate("AGING.B" trim(ws-bucket-num-disp)
                   " = " trim(ws-amount-disp)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-perform

           move ws-grand-total to ws-amount-disp
           call "logger" using concatenate(
               "AGING :: total: " trim(ws-amount-disp))
           end-call
           move concatenate("AGING.TOTAL = " trim(ws-amount-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           move concatenate("AGING.ITEMS = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           move concatenate("AGING.CUSTOMERS = " trim(ws-count-disp-2))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           move concatenate("AGING.BAD = " trim(ws-count-disp-3))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.


       split-operands.

           initialize ws-operand-table
           move 1 to ws-operand-count
           move 0 to ws-op-pos
           set ws-op-not-in-quote to true

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > length(ws-param-buffer)
               if ws-param-buffer(ws-op-idx:1) = ","
                   and ws-op-not-in-quote
               then
                   if ws-operand-count < 8 then
                       add 1 to ws-operand-count
                       move 0 to ws-op-pos
                   end-if
               else
                   if ws-param-buffer(ws-op-idx:1) = '"' then
                       if ws-op-in-quote then
                           set ws-op-not-in-quote to true
                       else
                           set ws-op-in-quote to true
                       end-if
                   end-if
                   if ws-op-pos < 256 then
                       add 1 to ws-op-pos
                       move ws-param-buffer(ws-op-idx:1)
                           to ws-operand(ws-operand-count)
                               (ws-op-pos:1)
                   end-if
               end-if
           end-perform

           if ws-operand-count = 1 and ws-operand(1) = spaces then
               move 0 to ws-operand-count
           end-if

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-string-operand.

           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch(1:1) = '"' then
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           move spaces to ws-operand-scratch
           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
           end-if

           exit paragraph.

       end program aging-cmd.
