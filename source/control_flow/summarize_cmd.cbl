      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the SUMMARIZE statement -- group-by totals of
      *          a sequential file written as a file of their own (the
      *          branch/product totals for the GL, counts by reason
      *          code for the dashboard), where a report would use
      *          BREAKON/BREAKSUM. Usage:
      *            SUMMARIZE "in" TO "out" BY (s, l), ...
      *                      [SUM (s, l), ...] [COUNT]
      *                      [MIN (s, l), ...] [MAX (s, l), ...]
      *                      [AVG (s, l), ...]
      *          Columns are start, length pairs in the detail record;
      *          the parentheses are optional, the numbers being
      *          taken two at a time. The BY columns (up to 8,
      *          64 characters together) make the group key; the
      *          aggregates (up to 12) are taken in the order they
      *          are written. Amounts may carry $, commas, a leading
      *          or trailing minus, parentheses or CR; an amount that
      *          cannot be read counts as zero and is logged.
      *          The input is checked for key order first and sorted
      *          on the BY columns internally when it is not in it.
      *          The output layout is one record per group, in key
      *          order:
      *            each BY column at its own width, in BY order, then
      *            each aggregate right-aligned in 15 characters
      *            (-99999999999.99; COUNT as a whole number)
      *          followed by one control-total trailer record:
      *            TRAILER, the group count and the detail record
      *            count (9 digits each, a space before each), then
      *            each aggregate over the whole file in the same 15
      *            character columns -- the SUM columns are the
      *            detail totals the group totals add up to.
      *          The figures are also logged and set in
      *          SUMMARIZE.GROUPS, SUMMARIZE.RECORDS, SUMMARIZE.BAD
      *          and SUMMARIZE.TOTAL1 ... SUMMARIZE.TOTALn (the
      *          trailer's aggregate columns). A missing input is
      *          error 53; a malformed statement is error 5.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. summarize-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select fd-summ-work
               assign to "cbi_summ.tmp".

               select fd-summ-in
               assign to dynamic ws-summ-in-name
               organization is line sequential
               file status is ws-summ-in-status.

               select fd-summ-out
               assign to dynamic ws-summ-out-name
               organization is line sequential
               file status is ws-summ-out-status.

       data division.

       file section.

       sd  fd-summ-work.
       01  f-summ-work-record.
           05  f-summ-key                pic x(64).
           05  f-summ-line               pic x(32768).

       fd  fd-summ-in.
       01  f-summ-in-line                pic x(32768).

       fd  fd-summ-out.
       01  f-summ-out-line               pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-to-clause                  value " TO ".
       78  ws-max-key-columns            value 8.
       78  ws-max-aggregates             value 12.
       78  ws-err-illegal-function       value 5.
       78  ws-err-file-not-found         value 53.

       01  ws-raise-error-code           pic 9(4).

       01  ws-summ-in-name               pic x(1024) value spaces.
       01  ws-summ-in-status             pic xx.
           88  ws-summ-in-ok             value "00".
       01  ws-summ-out-name              pic x(1024) value spaces.
       01  ws-summ-out-status            pic xx.
           88  ws-summ-out-ok            value "00".

       01  ws-summ-failed-sw             pic a value 'N'.
           88  ws-summ-failed            value 'Y'.
           88  ws-summ-not-failed        value 'N'.
       01  ws-summ-eof-sw                pic a value 'N'.
           88  ws-summ-eof               value 'Y'.
           88  ws-summ-not-eof           value 'N'.
       01  ws-in-order-sw                pic a value 'Y'.
           88  ws-input-in-order         value 'Y'.
           88  ws-input-not-in-order     value 'N'.

      *>   Statement parts.
       01  ws-statement-rest             pic x(1024).
       01  ws-upper-rest                 pic x(1024).
       01  ws-to-pos                     pic 9(4) comp.
       01  ws-name-token                 pic x(1024).
       01  ws-after-to                   pic x(1024).
       01  ws-clause-text                pic x(1024).
       01  ws-scan-idx                   pic 9(4) comp.
       01  ws-word                       pic x(64).
       01  ws-word-pos                   pic 9(4) comp.
       01  ws-clause-kind                pic x value space.
           88  ws-clause-by              value "B".
           88  ws-clause-sum             value "S".
           88  ws-clause-min             value "N".
           88  ws-clause-max             value "X".
           88  ws-clause-avg             value "A".
       01  ws-start-pending-sw           pic a value 'N'.
           88  ws-start-pending          value 'Y'.
           88  ws-start-not-pending      value 'N'.
       01  ws-col-start                  pic 9(5).
       01  ws-col-len                    pic 9(5).

      *>   The group key.
       01  ws-key-count                  pic 9(2) comp value 0.
       01  ws-key-table.
           05  ws-key-column             occurs 8 times.
               10  ws-key-start          pic 9(5).
               10  ws-key-len            pic 9(5).
       01  ws-key-total-len              pic 9(4) comp value 0.
       01  ws-key-idx                    pic 9(2) comp.
       01  ws-key-pos                    pic 9(4) comp.
       01  ws-detail-key                 pic x(64).
       01  ws-prev-key                   pic x(64).
       01  ws-group-key                  pic x(64).

      *>   The aggregates, in the order written.
       01  ws-agg-count                  pic 9(2) comp value 0.
       01  ws-agg-table.
           05  ws-agg                    occurs 12 times.
               10  ws-agg-kind           pic x.
                   88  ws-agg-is-sum     value "S".
                   88  ws-agg-is-count   value "C".
                   88  ws-agg-is-min     value "N".
                   88  ws-agg-is-max     value "X".
                   88  ws-agg-is-avg     value "A".
               10  ws-agg-start          pic 9(5).
               10  ws-agg-len            pic 9(5).
               10  ws-agg-group-value    pic s9(13)v9(4).
               10  ws-agg-group-sum      pic s9(13)v9(4).
               10  ws-agg-grand-value    pic s9(13)v9(4).
               10  ws-agg-grand-sum      pic s9(13)v9(4).
       01  ws-agg-idx                    pic 9(2) comp.

       01  ws-detail-record              pic x(32768).
       01  ws-group-open-sw              pic a value 'N'.
           88  ws-group-open             value 'Y'.
           88  ws-group-not-open         value 'N'.
       01  ws-group-records              pic 9(9) value 0.
       01  ws-group-count                pic 9(9) value 0.
       01  ws-detail-count               pic 9(9) value 0.
       01  ws-bad-amounts                pic 9(9) value 0.

      *>   Amount parsing.
       01  ws-amount-text                pic x(64).
       01  ws-amount-raw                 pic x(64).
       01  ws-amount-len                 pic 9(4) comp.
       01  ws-amount-negative-sw         pic a value 'N'.
           88  ws-amount-negative        value 'Y'.
           88  ws-amount-positive        value 'N'.
       01  ws-amount-value               pic s9(13)v9(4).
       01  ws-amount-bad-sw              pic a value 'N'.
           88  ws-amount-bad             value 'Y'.
           88  ws-amount-good            value 'N'.

      *>   Output building.
       01  ws-out-line                   pic x(1024).
       01  ws-out-pos                    pic 9(4) comp.
       01  ws-amount-field               pic -(11)9.99.
       01  ws-count-field                pic -(14)9.
       01  ws-result-value               pic s9(13)v9(4).
       01  ws-grand-flag-sw              pic a value 'N'.
           88  ws-writing-grand          value 'Y'.
           88  ws-writing-group          value 'N'.
       01  ws-trailer-count              pic 9(9).
       01  ws-count-disp                 pic z(8)9.
       01  ws-count-disp-2               pic z(8)9.
       01  ws-count-disp-3               pic z(8)9.
       01  ws-agg-num-disp               pic z9.
       01  ws-assign-text                pic x(1200).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           set ws-summ-not-failed to true
           move 0 to ws-key-count
           move 0 to ws-agg-count
           move 0 to ws-key-total-len
           move 0 to ws-group-count
           move 0 to ws-detail-count
           move 0 to ws-bad-amounts
           set ws-group-not-open to true

           perform parse-summarize-statement
           if ws-summ-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform check-input-order
           if ws-summ-failed then
               move ws-err-file-not-found to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           open output fd-summ-out
           if not ws-summ-out-ok then
               call "logger-leveled" using concatenate(
                   "SUMMARIZE :: ERROR : cannot write output file: "
                   trim(ws-summ-out-name) " status: "
                   ws-summ-out-status)
                   "ERROR"
               end-call
               move ws-err-file-not-found to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform reset-grand-values

           if ws-input-in-order then
               perform summarize-ordered-input
           else
               sort fd-summ-work
                   on ascending key f-summ-key
                   input procedure is release-detail-records
                   output procedure is summarize-sorted-records
           end-if

           if ws-group-open then
               perform write-group-record
           end-if

           perform write-trailer-record
           close fd-summ-out

           perform report-summary-totals

           goback.


      *>   "in" TO "out" followed by the BY/SUM/COUNT/MIN/MAX/AVG
      *>   clauses.
       parse-summarize-statement.

           move trim(l-src-code-str(length(ws-summarize) + 1:))
               to ws-statement-rest
           move upper-case(ws-statement-rest) to ws-upper-rest

           move 0 to ws-to-pos
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > length(trim(ws-upper-rest))
               if ws-upper-rest(ws-scan-idx:length(ws-to-clause))
                   = ws-to-clause
               then
                   move ws-scan-idx to ws-to-pos
                   exit perform
               end-if
           end-perform

           if ws-to-pos < 2 then
               perform report-malformed-summarize
               exit paragraph
           end-if

           move ws-statement-rest(1:ws-to-pos - 1) to ws-name-token
           perform resolve-file-name-operand
           move ws-name-token to ws-summ-in-name

           move trim(ws-statement-rest(
               ws-to-pos + length(ws-to-clause):)) to ws-after-to

      *>   The output name runs to its closing quote, or to the
      *>   first space when it is a variable.
           move spaces to ws-name-token
           move spaces to ws-clause-text
           if ws-after-to(1:1) = '"' then
               perform varying ws-scan-idx from 2 by 1
                   until ws-scan-idx > length(ws-after-to)
                       or ws-after-to(ws-scan-idx:1) = '"'
               end-perform
           else
               perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > length(ws-after-to)
                       or ws-after-to(ws-scan-idx:1) = space
               end-perform
           end-if
           if ws-scan-idx > length(ws-after-to) then
               perform report-malformed-summarize
               exit paragraph
           end-if
           move ws-after-to(1:ws-scan-idx) to ws-name-token
           if ws-scan-idx < length(ws-after-to) then
               move ws-after-to(ws-scan-idx + 1:) to ws-clause-text
           end-if

           perform resolve-file-name-operand
           move ws-name-token to ws-summ-out-name

           move upper-case(ws-clause-text) to ws-clause-text
           inspect ws-clause-text
               replacing all "(" by space
                         all ")" by space
                         all "," by space

           perform parse-clause-words
           if ws-summ-failed then
               exit paragraph
           end-if

           if ws-summ-in-name = spaces
               or ws-summ-out-name = spaces
               or ws-key-count = 0
               or ws-agg-count = 0
           then
               perform report-malformed-summarize
               exit paragraph
           end-if

           exit paragraph.


       parse-clause-words.

           move space to ws-clause-kind
           set ws-start-not-pending to true
           move 1 to ws-word-pos

           perform until ws-word-pos > length(ws-clause-text)
               or ws-summ-failed
               move spaces to ws-word
               unstring ws-clause-text delimited by all space
                   into ws-word
                   with pointer ws-word-pos
               end-unstring

               if ws-start-pending
                   and test-numval(trim(ws-word)) not = 0
               then
                   perform report-malformed-summarize
                   exit paragraph
               end-if

               evaluate ws-word
                   when spaces
                       continue
                   when "BY"
                       set ws-clause-by to true
                   when "SUM"
                       set ws-clause-sum to true
                   when "MIN"
                       set ws-clause-min to true
                   when "MAX"
                       set ws-clause-max to true
                   when "AVG"
                       set ws-clause-avg to true
                   when "COUNT"
                       move space to ws-clause-kind
                       perform add-count-aggregate
                   when other
                       perform take-column-word
               end-evaluate
           end-perform

           if ws-start-pending then
               perform report-malformed-summarize
           end-if

           exit paragraph.


      *>   The first number of a pair is the start column, the
      *>   second the length.
       take-column-word.

           if ws-clause-kind = space
               or test-numval(trim(ws-word)) not = 0
           then
               perform report-malformed-summarize
               exit paragraph
           end-if

           if ws-start-not-pending then
               compute ws-col-start = numval(ws-word)
               end-compute
               set ws-start-pending to true
               exit paragraph
           end-if

           compute ws-col-len = numval(ws-word)
           end-compute
           set ws-start-not-pending to true

           if ws-col-start = 0 or ws-col-len = 0
               or ws-col-start + ws-col-len - 1 > 32768
           then
               perform report-malformed-summarize
               exit paragraph
           end-if

           if ws-clause-by then
               if ws-key-count >= ws-max-key-columns
                   or ws-key-total-len + ws-col-len > 64
               then
                   perform report-malformed-summarize
                   exit paragraph
               end-if
               add 1 to ws-key-count
               move ws-col-start to ws-key-start(ws-key-count)
               move ws-col-len to ws-key-len(ws-key-count)
               add ws-col-len to ws-key-total-len
               exit paragraph
           end-if

           if ws-agg-count >= ws-max-aggregates or ws-col-len > 64
           then
               perform report-malformed-summarize
               exit paragraph
           end-if

           add 1 to ws-agg-count
           initialize ws-agg(ws-agg-count)
           move ws-clause-kind to ws-agg-kind(ws-agg-count)
           move ws-col-start to ws-agg-start(ws-agg-count)
           move ws-col-len to ws-agg-len(ws-agg-count)

           exit paragraph.


       add-count-aggregate.

           if ws-agg-count >= ws-max-aggregates then
               perform report-malformed-summarize
               exit paragraph
           end-if

           add 1 to ws-agg-count
           initialize ws-agg(ws-agg-count)
           move "C" to ws-agg-kind(ws-agg-count)

           exit paragraph.


      *>   File name operands are quoted literals or string
      *>   variables.
       resolve-file-name-operand.

           move trim(ws-name-token) to ws-name-token

           if ws-name-token(1:1) = '"' then
               inspect ws-name-token replacing all '"' by space
               move trim(ws-name-token) to ws-name-token
               exit paragraph
           end-if

           move upper-case(trim(ws-name-token)) to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-name-token
               inspect ws-name-token replacing all '"' by space
               move trim(ws-name-token) to ws-name-token
           end-if

           exit paragraph.


       report-malformed-summarize.

           call "logger-leveled" using concatenate(
               "SUMMARIZE :: ERROR : Malformed SUMMARIZE statement. "
               "Expected SUMMARIZE in TO out BY (s, l), ... "
               "[SUM (s, l), ...] [COUNT] [MIN|MAX|AVG (s, l), ...]: "
               trim(l-src-code-str))
               "ERROR"
           end-call
           set ws-summ-failed to true

           exit paragraph.


      *>   One pass to see whether the detail is already in key
      *>   order -- most feeds are, and then no sort is needed.
       check-input-order.

           set ws-input-in-order to true

           open input fd-summ-in
           if not ws-summ-in-ok then
               call "logger-leveled" using concatenate(
                   "SUMMARIZE :: ERROR : input file not found: "
                   trim(ws-summ-in-name) " status: "
                   ws-summ-in-status)
                   "ERROR"
               end-call
               set ws-summ-failed to true
               exit paragraph
           end-if

           move low-values to ws-prev-key
           set ws-summ-not-eof to true
           perform until ws-summ-eof or ws-input-not-in-order
               read fd-summ-in into ws-detail-record
                   at end set ws-summ-eof to true
                   not at end
                       perform build-detail-key
                       if ws-detail-key < ws-prev-key then
                           set ws-input-not-in-order to true
                       end-if
                       move ws-detail-key to ws-prev-key
               end-read
           end-perform
           close fd-summ-in

           if ws-input-not-in-order then
               call "logger" using concatenate(
                   "SUMMARIZE :: input not in key order, sorting: "
                   trim(ws-summ-in-name))
               end-call
           end-if

           exit paragraph.


       build-detail-key.

           move spaces to ws-detail-key
           move 1 to ws-key-pos
           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
               move ws-detail-record(ws-key-start(ws-key-idx):
                   ws-key-len(ws-key-idx))
                   to ws-detail-key(ws-key-pos:ws-key-len(ws-key-idx))
               add ws-key-len(ws-key-idx) to ws-key-pos
           end-perform

           exit paragraph.


       summarize-ordered-input.

           open input fd-summ-in
           set ws-summ-not-eof to true
           perform until ws-summ-eof
               read fd-summ-in into ws-detail-record
                   at end set ws-summ-eof to true
                   not at end perform take-detail-record
               end-read
           end-perform
           close fd-summ-in

           exit paragraph.


       release-detail-records.

           open input fd-summ-in
           set ws-summ-not-eof to true

           perform until ws-summ-eof
               read fd-summ-in into ws-detail-record
                   at end set ws-summ-eof to true
                   not at end
                       perform build-detail-key
                       move ws-detail-key to f-summ-key
                       move ws-detail-record to f-summ-line
                       release f-summ-work-record
               end-read
           end-perform

           close fd-summ-in.


       summarize-sorted-records.

           set ws-summ-not-eof to true

           perform until ws-summ-eof
               return fd-summ-work
                   at end set ws-summ-eof to true
                   not at end
                       move f-summ-line to ws-detail-record
                       perform take-detail-record
               end-return
           end-perform.


      *>   A key change closes the group before it; the detail is
      *>   then added to its own group and to the grand totals.
       take-detail-record.

           perform build-detail-key

           if ws-group-open and ws-detail-key not = ws-group-key then
               perform write-group-record
           end-if

           if ws-group-not-open then
               set ws-group-open to true
               move ws-detail-key to ws-group-key
               move 0 to ws-group-records
           end-if

           add 1 to ws-group-records
           add 1 to ws-detail-count

           perform varying ws-agg-idx from 1 by 1
               until ws-agg-idx > ws-agg-count
               if not ws-agg-is-count(ws-agg-idx) then
                   perform take-aggregate-amount
               end-if
           end-perform

           exit paragraph.


       take-aggregate-amount.

           move ws-detail-record(ws-agg-start(ws-agg-idx):
               ws-agg-len(ws-agg-idx)) to ws-amount-text
           perform parse-amount-text

           if ws-amount-bad then
               add 1 to ws-bad-amounts
               move ws-detail-count to ws-count-disp
               call "logger-leveled" using concatenate(
                   "SUMMARIZE :: WARN : record " trim(ws-count-disp)
                   " amount not readable, counted as zero: "
                   trim(ws-amount-text))
                   "WARN"
               end-call
               move 0 to ws-amount-value
           end-if

      *>   The first detail of a group (or of the file) starts the
      *>   MIN/MAX off at its own amount.
           evaluate true
               when ws-agg-is-min(ws-agg-idx)
                   if ws-group-records = 1
                       or ws-amount-value
                           < ws-agg-group-value(ws-agg-idx)
                   then
                       move ws-amount-value
                           to ws-agg-group-value(ws-agg-idx)
                   end-if
                   if ws-detail-count = 1
                       or ws-amount-value
                           < ws-agg-grand-value(ws-agg-idx)
                   then
                       move ws-amount-value
                           to ws-agg-grand-value(ws-agg-idx)
                   end-if
               when ws-agg-is-max(ws-agg-idx)
                   if ws-group-records = 1
                       or ws-amount-value
                           > ws-agg-group-value(ws-agg-idx)
                   then
                       move ws-amount-value
                           to ws-agg-group-value(ws-agg-idx)
                   end-if
                   if ws-detail-count = 1
                       or ws-amount-value
                           > ws-agg-grand-value(ws-agg-idx)
                   then
                       move ws-amount-value
                           to ws-agg-grand-value(ws-agg-idx)
                   end-if
               when other
                   add ws-amount-value
                       to ws-agg-group-sum(ws-agg-idx)
                   add ws-amount-value
                       to ws-agg-grand-sum(ws-agg-idx)
           end-evaluate

           exit paragraph.


      *>   $1,234.50  -12.00  12.00-  (12.00)  12.00CR
       parse-amount-text.

           set ws-amount-good to true
           set ws-amount-positive to true
           move 0 to ws-amount-value

           move upper-case(trim(ws-amount-text)) to ws-amount-text
           if ws-amount-text = spaces then
               exit paragraph
           end-if

      *>   $ and the thousands commas are squeezed out.
           move ws-amount-text to ws-amount-raw
           move spaces to ws-amount-text
           move 0 to ws-amount-len
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > length(trim(ws-amount-raw))
               if ws-amount-raw(ws-scan-idx:1) not = "$"
                   and ws-amount-raw(ws-scan-idx:1) not = ","
               then
                   add 1 to ws-amount-len
                   move ws-amount-raw(ws-scan-idx:1)
                       to ws-amount-text(ws-amount-len:1)
               end-if
           end-perform

           move length(trim(ws-amount-text trailing))
               to ws-amount-len
           if ws-amount-len > 2
               and ws-amount-text(ws-amount-len - 1:2) = "CR"
           then
               set ws-amount-negative to true
               move spaces to ws-amount-text(ws-amount-len - 1:2)
           end-if

           if ws-amount-text(1:1) = "(" then
               set ws-amount-negative to true
               inspect ws-amount-text replacing all "(" by space
                                                all ")" by space
           end-if

           move length(trim(ws-amount-text trailing))
               to ws-amount-len
           if ws-amount-len > 1
               and ws-amount-text(ws-amount-len:1) = "-"
           then
               set ws-amount-negative to true
               move space to ws-amount-text(ws-amount-len:1)
           end-if

           move trim(ws-amount-text) to ws-amount-text

           if test-numval(trim(ws-amount-text)) not = 0 then
               set ws-amount-bad to true
               exit paragraph
           end-if

           compute ws-amount-value = numval(ws-amount-text)
           end-compute

           if ws-amount-negative then
               multiply -1 by ws-amount-value
           end-if

           exit paragraph.


       write-group-record.

           add 1 to ws-group-count

           move spaces to ws-out-line
           move ws-group-key(1:ws-key-total-len) to ws-out-line
           compute ws-out-pos = ws-key-total-len + 1
           end-compute

           set ws-writing-group to true
           perform append-aggregate-columns

           write f-summ-out-line from ws-out-line

           perform varying ws-agg-idx from 1 by 1
               until ws-agg-idx > ws-agg-count
               move 0 to ws-agg-group-value(ws-agg-idx)
               move 0 to ws-agg-group-sum(ws-agg-idx)
           end-perform
           set ws-group-not-open to true

           exit paragraph.


       write-trailer-record.

           move spaces to ws-out-line
           move ws-group-count to ws-trailer-count
           move 1 to ws-out-pos
           string
               "TRAILER " ws-trailer-count " "
               delimited by size
               into ws-out-line
               with pointer ws-out-pos
           end-string
           move ws-detail-count to ws-trailer-count
           string
               ws-trailer-count
               delimited by size
               into ws-out-line
               with pointer ws-out-pos
           end-string

           set ws-writing-grand to true
           perform append-aggregate-columns

           write f-summ-out-line from ws-out-line

           exit paragraph.


       append-aggregate-columns.

           perform varying ws-agg-idx from 1 by 1
               until ws-agg-idx > ws-agg-count
               perform take-aggregate-result

               if ws-agg-is-count(ws-agg-idx) then
                   move ws-result-value to ws-count-field
                   string ws-count-field delimited by size
                       into ws-out-line
                       with pointer ws-out-pos
                   end-string
               else
                   compute ws-amount-field rounded = ws-result-value
                   end-compute
                   string ws-amount-field delimited by size
                       into ws-out-line
                       with pointer ws-out-pos
                   end-string
               end-if
           end-perform

           exit paragraph.


      *>   One aggregate's figure for the group, or for the whole
      *>   file on the trailer.
       take-aggregate-result.

           evaluate true
               when ws-agg-is-count(ws-agg-idx)
                   if ws-writing-grand then
                       move ws-detail-count to ws-result-value
                   else
                       move ws-group-records to ws-result-value
                   end-if
               when ws-agg-is-min(ws-agg-idx)
                   or ws-agg-is-max(ws-agg-idx)
                   if ws-writing-grand then
                       move ws-agg-grand-value(ws-agg-idx)
                           to ws-result-value
                   else
                       move ws-agg-group-value(ws-agg-idx)
                           to ws-result-value
                   end-if
               when ws-agg-is-avg(ws-agg-idx)
                   move 0 to ws-result-value
                   if ws-writing-grand then
                       if ws-detail-count > 0 then
                           compute ws-result-value rounded =
                               ws-agg-grand-sum(ws-agg-idx)
                               / ws-detail-count
                           end-compute
                       end-if
                   else
                       if ws-group-records > 0 then
                           compute ws-result-value rounded =
                               ws-agg-group-sum(ws-agg-idx)
                               / ws-group-records
                           end-compute
                       end-if
                   end-if
               when other
                   if ws-writing-grand then
                       move ws-agg-grand-sum(ws-agg-idx)
                           to ws-result-value
                   else
                       move ws-agg-group-sum(ws-agg-idx)
                           to ws-result-value
                   end-if
           end-evaluate

           exit paragraph.


       reset-grand-values.

           perform varying ws-agg-idx from 1 by 1
               until ws-agg-idx > ws-agg-count
               move 0 to ws-agg-group-value(ws-agg-idx)
               move 0 to ws-agg-group-sum(ws-agg-idx)
               move 0 to ws-agg-grand-value(ws-agg-idx)
               move 0 to ws-agg-grand-sum(ws-agg-idx)
           end-perform

           exit paragraph.


       report-summary-totals.

           move ws-group-count to ws-count-disp
           move ws-detail-count to ws-count-disp-2
           move ws-bad-amounts to ws-count-disp-3
           call "logger" using concatenate(
               "SUMMARIZE :: " trim(ws-summ-in-name) " to "
               trim(ws-summ-out-name) ": groups "
               trim(ws-count-disp) ", records "
               trim(ws-count-disp-2) ", unreadable amounts "
               trim(ws-count-disp-3))
           end-call

           move concatenate("SUMMARIZE.GROUPS = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call
           move concatenate("SUMMARIZE.RECORDS = "
               trim(ws-count-disp-2)) to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call
           move concatenate("SUMMARIZE.BAD = " trim(ws-count-disp-3))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           set ws-writing-grand to true
           perform varying ws-agg-idx from 1 by 1
               until ws-agg-idx > ws-agg-count
               perform take-aggregate-result
               compute ws-amount-field rounded = ws-result-value
               end-compute
               move ws-agg-idx to ws-agg-num-disp
               call "logger" using concatenate(
                   "SUMMARIZE :: total " trim(ws-agg-num-disp) " ("
                   ws-agg-kind(ws-agg-idx) "): "
                   trim(ws-amount-field))
               end-call
               move concatenate("SUMMARIZE.TOTAL"
                   trim(ws-agg-num-disp) " = " trim(ws-amount-field))
                   to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-perform

           exit paragraph.

       end program summarize-cmd.
