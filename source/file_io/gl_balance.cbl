      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Journal balancing behind the GLBALANCE statement --
      *          the general ledger rejects a whole extract the
      *          morning after if any journal fails to net to zero,
      *          so the check runs as the extract closes instead:
      *            GLBALANCE #n, SPEC$    arm an OUTPUT/APPEND
      *                                   channel; every WRITE# line
      *                                   is posted to its journal
      *                                   automatically
      *          SPEC$ (a literal or string variable) is KEY=VALUE
      *          words:
      *            JOURNAL= COMPANY= AMOUNT=  journal id, company and
      *                                   signed amount columns:
      *                                   start:length, or a field
      *                                   number when DELIM is given
      *            ACCOUNT=               account column, needed to
      *                                   post to suspense
      *            DESC=                  description column, filled
      *                                   on suspense lines
      *            POSTDATE=              posting date column
      *                                   (YYYYMMDD or YYYY-MM-DD): a
      *                                   line dated in a closed
      *                                   fiscal period is refused
      *                                   (see period_control.cbl);
      *                                   suspense lines carry the
      *                                   processing date
      *            DELIM=,                field delimiter (TAB for a
      *                                   tab); fixed columns if unset
      *            DEC=2                  implied decimals, for an
      *                                   amount written without a
      *                                   decimal point
      *            SUSPENSE=999999        suspense account (default
      *                                   the gl-suspense-account key
      *                                   in cbi.cfg)
      *            TOL=0.05               largest difference a
      *                                   journal may have posted to
      *                                   suspense (0)
      *            REPORT=file            balancing report file
      *          A positive amount is a debit, a negative one (minus
      *          sign, parentheses or CR) a credit. When the channel
      *          closes, every journal of every company must net to
      *          zero. A journal out by no more than the tolerance
      *          gets one line posted to the suspense account for the
      *          difference, in the extract's own layout, ahead of
      *          any control-totals trailer; beyond it -- or with no
      *          suspense account, or an unreadable amount -- the
      *          extract is out of balance and the run fails with
      *          its own exit status (12). The balancing report --
      *          each out-of-balance journal with its debits, credits
      *          and difference, then the company totals -- prints
      *          at close, goes to the log and, when named, to the
      *          REPORT file. State is kept in working-storage, same
      *          as file-io.cbl, so journals accumulate across the
      *          run. Up to 2,000 journals are held across the armed
      *          channels.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. gl-balance.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-gl-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd  fd-gl-report.
       01  f-gl-report-line              pic x(132).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-gl-channels            value 10.
       78  ws-max-gl-journals            value 2000.
       78  ws-max-gl-companies           value 100.
       78  ws-gl-exit-status             value 12.
       78  ws-err-illegal-function       value 5.
       78  ws-err-bad-file-number        value 52.

       78  ws-col-journal                value 1.
       78  ws-col-company                value 2.
       78  ws-col-account                value 3.
       78  ws-col-amount                 value 4.
       78  ws-col-desc                   value 5.
       78  ws-col-postdate               value 6.
       78  ws-max-columns                value 6.

       01  ws-raise-error-code           pic 9(4).

      *>   One entry per armed channel; a number of 0 is a free
      *>   entry, retired when its channel closed.
       01  ws-gl-channel-table.
           05  ws-num-gl-channels        pic 9(4) comp value 0.
           05  ws-gl-channel             occurs 10 times.
               10  ws-gl-file-number     pic 99 value 0.
               10  ws-gl-column          occurs 6 times.
                   15  ws-gl-col-start   pic 9(5).
                   15  ws-gl-col-length  pic 9(5).
                   15  ws-gl-col-field   pic 9(3).
               10  ws-gl-delimiter       pic x.
               10  ws-gl-delimited-sw    pic a.
                   88  ws-gl-delimited   value 'Y'.
                   88  ws-gl-fixed-columns value 'N'.
               10  ws-gl-decimals        pic 9.
               10  ws-gl-tolerance       pic s9(11)v99.
               10  ws-gl-suspense-account pic x(32).
               10  ws-gl-report-file     pic x(256).
               10  ws-gl-record-count    pic 9(9).
               10  ws-gl-bad-count       pic 9(7).
               10  ws-gl-overflow-sw     pic a.
                   88  ws-gl-overflowed  value 'Y'.
               10  ws-gl-checked-sw      pic a.
                   88  ws-gl-checked     value 'Y'.
                   88  ws-gl-not-checked value 'N'.

       01  ws-gl-idx                     pic 9(4) comp.
       01  ws-gl-found-idx               pic 9(4) comp value 0.
       01  ws-arm-file-number            pic 99 value 0.
       01  ws-arm-file-mode              pic x(8).

       01  ws-gl-journal-table.
           05  ws-num-gl-journals        pic 9(5) comp value 0.
           05  ws-gl-journal             occurs 2000 times.
               10  ws-gj-channel-idx     pic 9(4) comp.
               10  ws-gj-company         pic x(16).
               10  ws-gj-journal         pic x(32).
               10  ws-gj-record-count    pic 9(7).
               10  ws-gj-debits          pic s9(13)v99.
               10  ws-gj-credits         pic s9(13)v99.
               10  ws-gj-difference      pic s9(13)v99.
               10  ws-gj-state           pic a.
                   88  ws-gj-open        value 'O'.
                   88  ws-gj-balanced    value 'B'.
                   88  ws-gj-to-suspense value 'S'.
                   88  ws-gj-posted      value 'P'.
                   88  ws-gj-out-of-balance value 'F'.

       01  ws-gj-idx                     pic 9(5) comp.
       01  ws-gj-found-idx               pic 9(5) comp.
       01  ws-gj-keep-idx                pic 9(5) comp.

       01  ws-company-table.
           05  ws-num-companies          pic 9(4) comp value 0.
           05  ws-company-entry          occurs 100 times.
               10  ws-co-company         pic x(16).
               10  ws-co-journals        pic 9(5).
               10  ws-co-debits          pic s9(13)v99.
               10  ws-co-credits         pic s9(13)v99.
               10  ws-co-suspense        pic s9(13)v99.
       01  ws-co-idx                     pic 9(4) comp.
       01  ws-co-found-idx               pic 9(4) comp.

       01  ws-gl-failed-sw               pic a value 'N'.
           88  ws-gl-failed              value 'Y'.
           88  ws-gl-clean               value 'N'.

       01  ws-arm-failed-sw              pic a value 'N'.
           88  ws-arm-failed             value 'Y'.
           88  ws-arm-ok                 value 'N'.

       01  ws-channel-failed-sw          pic a value 'N'.
           88  ws-channel-failed         value 'Y'.
           88  ws-channel-clean          value 'N'.

      *>   Statement and specification.
       01  ws-param-buffer               pic x(1024).
       01  ws-file-number-token          pic x(16).
       01  ws-spec-operand               pic x(256).
       01  ws-spec-text                  pic x(256).
       01  ws-spec-pos                   pic 9(4) comp.
       01  ws-spec-word                  pic x(64).
       01  ws-spec-key                   pic x(16).
       01  ws-spec-value                 pic x(64).
       01  ws-col-text                   pic x(16).
       01  ws-col-part-1                 pic x(8).
       01  ws-col-part-2                 pic x(8).
       01  ws-column-kind                pic 9.
       01  ws-config-suspense            pic x(32).

      *>   One written record taken apart.
       01  ws-field-text                 pic x(256).
       01  ws-field-idx                  pic 9(3) comp.
       01  ws-field-len                  pic 9(4) comp.
       01  ws-char-idx                   pic 9(5) comp.
       01  ws-line-len                   pic 9(5) comp.
       01  ws-field-in-quote-sw          pic a value 'N'.
           88  ws-field-in-quote         value 'Y'.
           88  ws-field-not-in-quote     value 'N'.
       01  ws-rec-journal                pic x(32).
       01  ws-rec-company                pic x(16).
       01  ws-rec-amount-text            pic x(256).
       01  ws-rec-post-date              pic 9(8).
       01  ws-date-digits                pic x(8).
       01  ws-date-digit-count           pic 9(2) comp.
       01  ws-posting-reference          pic x(1024).
       01  ws-period-rc                  pic 9 value 0.
       01  ws-proc-date                  pic x(8).
       01  ws-asof-active-sw             pic a.

       01  ws-parse-sw                   pic a value 'N'.
           88  ws-parse-ok               value 'Y'.
           88  ws-parse-bad              value 'N'.
       01  ws-amount-clean               pic x(32).
       01  ws-clean-len                  pic 9(2) comp.
       01  ws-negative-sw                pic a value 'N'.
           88  ws-amount-negative        value 'Y'.
       01  ws-point-sw                   pic a value 'N'.
           88  ws-point-seen             value 'Y'.
       01  ws-tally                      pic 9(2) comp.
       01  ws-parsed-amount              pic s9(13)v99.

      *>   Suspense line building.
       01  ws-post-amount                pic s9(13)v99.
       01  ws-post-cents                 pic s9(15).
       01  ws-post-cents-digits          pic 9(15).
       01  ws-post-edited                pic -(13)9.99.
       01  ws-post-amount-text           pic x(32).
       01  ws-post-amount-len            pic 9(2) comp.
       01  ws-post-field-text            pic x(256).
       01  ws-post-field-len             pic 9(4) comp.
       01  ws-post-pos                   pic 9(5) comp.
       01  ws-max-field                  pic 9(3) comp.
       01  ws-post-field-no              pic 9(3) comp.
       78  ws-suspense-description
           value "GL SUSPENSE - AUTO BALANCE".

      *>   Report.
       01  ws-report-file-name           pic x(1024) value spaces.
       01  ws-report-status              pic xx.
           88  ws-report-ok              value "00" "05".
       01  ws-report-open-sw             pic a value 'N'.
           88  ws-report-open            value 'Y'.
           88  ws-report-closed          value 'N'.
       01  ws-env-guard-rc               pic 9 value 0.
       01  ws-report-text                pic x(132).
       01  ws-count-journals             pic 9(5).
       01  ws-count-balanced             pic 9(5).
       01  ws-count-suspense             pic 9(5).
       01  ws-count-out                  pic 9(5).
       01  ws-count-disp                 pic zz,zz9.
       01  ws-amount-disp                pic -(13)9.99.

       01  ws-report-heading.
           05  filler                    pic x(17) value "COMPANY".
           05  filler                    pic x(21) value "JOURNAL".
           05  filler                    pic x(7) value "RECORDS".
           05  filler                    pic x(18)
                                         value "            DEBITS".
           05  filler                    pic x(18)
                                         value "           CREDITS".
           05  filler                    pic x(18)
                                         value "        DIFFERENCE".
           05  filler                    pic x(16)
                                         value "  ACTION".
       01  ws-report-detail.
           05  ws-rd-company             pic x(16).
           05  filler                    pic x value space.
           05  ws-rd-journal             pic x(20).
           05  filler                    pic x value space.
           05  ws-rd-records             pic z(6)9.
           05  ws-rd-debits              pic -(14)9.99.
           05  ws-rd-credits             pic -(14)9.99.
           05  ws-rd-difference          pic -(14)9.99.
           05  filler                    pic x(2) value spaces.
           05  ws-rd-action              pic x(14).
       01  ws-company-heading.
           05  filler                    pic x(17) value "COMPANY".
           05  filler                    pic x(21) value "JOURNALS".
           05  filler                    pic x(7) value spaces.
           05  filler                    pic x(18)
                                         value "            DEBITS".
           05  filler                    pic x(18)
                                         value "           CREDITS".
           05  filler                    pic x(18)
                                         value "               NET".
       01  ws-company-detail.
           05  ws-cd-company             pic x(16).
           05  filler                    pic x value space.
           05  ws-cd-journals            pic z(4)9.
           05  filler                    pic x(23) value spaces.
           05  ws-cd-debits              pic -(14)9.99.
           05  ws-cd-credits             pic -(14)9.99.
           05  ws-cd-net                 pic -(14)9.99.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       01  l-file-number                 pic 99.
       01  l-line-text                   pic x(32768).
       01  l-exit-status                 pic 999.

       01  l-return-code                 pic 9 value 0.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using l-src-code-str.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the dispatch loop hands the GLBALANCE
      *          statement to.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbalance-statement" using l-src-code-str.

           set ws-arm-ok to true

           move l-src-code-str(length(ws-glbalance) + 1:)
               to ws-param-buffer

           move spaces to ws-file-number-token
           move spaces to ws-spec-operand
           move 1 to ws-spec-pos
           unstring ws-param-buffer
               delimited by ","
               into ws-file-number-token
               with pointer ws-spec-pos
           end-unstring
           inspect ws-file-number-token replacing all "#" by space
           if ws-spec-pos <= length(ws-param-buffer) then
               move ws-param-buffer(ws-spec-pos:) to ws-spec-operand
           end-if

           if test-numval(trim(ws-file-number-token)) not = 0
               or ws-spec-operand = spaces
           then
               call "logger-leveled" using concatenate(
                   "GL-BALANCE :: ERROR : Malformed GLBALANCE "
                   "statement. Expected GLBALANCE #n, spec: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform resolve-spec-operand

           compute ws-arm-file-number =
               numval(ws-file-number-token)
           end-compute

           call "file-open-mode" using
               ws-arm-file-number ws-arm-file-mode
           end-call
           if ws-arm-file-mode not = "OUTPUT"
               and ws-arm-file-mode not = "APPEND"
           then
               call "logger-leveled" using concatenate(
                   "GL-BALANCE :: ERROR : #" ws-arm-file-number
                   " is not open FOR OUTPUT or APPEND: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-bad-file-number to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

      *>   Re-arming a channel number resets its entry and drops
      *>   the journals it had gathered.
           perform find-channel-for-arm-number
           if ws-gl-found-idx > 0 then
               perform drop-channel-journals
           else
               perform find-free-channel
               if ws-gl-found-idx = 0 then
                   call "logger-leveled" using concatenate(
                       "GL-BALANCE :: ERROR : balancing table full ("
                       "10 channels).")
                       "ERROR"
                   end-call
                   move ws-err-illegal-function to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
                   goback
               end-if
           end-if

           perform parse-specification
           if ws-arm-failed then
               move 0 to ws-gl-file-number(ws-gl-found-idx)
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move ws-arm-file-number to ws-gl-file-number(ws-gl-found-idx)
           move 0 to ws-gl-record-count(ws-gl-found-idx)
           move 0 to ws-gl-bad-count(ws-gl-found-idx)
           move 'N' to ws-gl-overflow-sw(ws-gl-found-idx)
           set ws-gl-not-checked(ws-gl-found-idx) to true

           call "logger" using concatenate(
               "GL-BALANCE :: Armed channel #" ws-arm-file-number
               " suspense account: "
               trim(ws-gl-suspense-account(ws-gl-found-idx))
               " : " trim(ws-spec-text))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point file-io reports every WRITE# line
      *          through. No-op unless the channel is armed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbal-note-write" using l-file-number l-line-text.

           if ws-num-gl-channels = 0 then
               goback
           end-if

           perform find-channel-for-file-number
           if ws-gl-found-idx = 0 then
               goback
           end-if

           move ws-col-journal to ws-column-kind
           perform extract-column
           move upper-case(trim(ws-field-text)) to ws-rec-journal

           move ws-col-company to ws-column-kind
           perform extract-column
           move upper-case(trim(ws-field-text)) to ws-rec-company

           move ws-col-amount to ws-column-kind
           perform extract-column
           move ws-field-text to ws-rec-amount-text

      *>   A line with none of the three -- a heading, a blank --
      *>   is not a posting.
           if ws-rec-journal = spaces
               and ws-rec-company = spaces
               and ws-rec-amount-text = spaces
           then
               goback
           end-if

           add 1 to ws-gl-record-count(ws-gl-found-idx)

           perform parse-amount-field
           if ws-parse-bad then
               add 1 to ws-gl-bad-count(ws-gl-found-idx)
               call "logger-leveled" using concatenate(
                   "GL-BALANCE :: WARN : unreadable amount on #"
                   l-file-number " journal " trim(ws-rec-journal)
                   " : " trim(ws-rec-amount-text))
                   "WARN"
               end-call
               goback
           end-if

           perform find-journal-entry
           if ws-gj-found-idx = 0 then
               goback
           end-if

           add 1 to ws-gj-record-count(ws-gj-found-idx)
           if ws-parsed-amount < 0 then
               add ws-parsed-amount to ws-gj-credits(ws-gj-found-idx)
           else
               add ws-parsed-amount to ws-gj-debits(ws-gj-found-idx)
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point file-io checks every WRITE# line
      *          through before writing it. A line of an armed
      *          channel with a POSTDATE column is a posting on that
      *          date; false, with the period-close error raised,
      *          when the date's fiscal period is closed to it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbal-check-write" using
           l-file-number l-line-text l-return-code.

           set l-return-code-true to true

           if ws-num-gl-channels = 0 then
               goback
           end-if

           perform find-channel-for-file-number
           if ws-gl-found-idx = 0 then
               goback
           end-if

           if ws-gl-col-length(ws-gl-found-idx, ws-col-postdate) = 0
               and ws-gl-col-field(ws-gl-found-idx, ws-col-postdate)
                   = 0
           then
               goback
           end-if

           move ws-col-postdate to ws-column-kind
           perform extract-column
           if trim(ws-field-text) = spaces then
               goback
           end-if

           perform parse-post-date
           if ws-rec-post-date = 0 then
               call "logger-leveled" using concatenate(
                   "GL-BALANCE :: WARN : unreadable posting date on #"
                   l-file-number " : " trim(ws-field-text))
                   "WARN"
               end-call
               goback
           end-if

           move ws-col-journal to ws-column-kind
           perform extract-column
           move upper-case(trim(ws-field-text)) to ws-rec-journal

           move spaces to ws-posting-reference
           string
               "GL extract #" l-file-number " journal "
               trim(ws-rec-journal)
               delimited by size
               into ws-posting-reference
           end-string

           call "period-check-posting" using
               ws-rec-post-date
               ws-posting-reference
               ws-period-rc
           end-call

           if ws-period-rc = 0 then
               set l-return-code-false to true
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point file-io calls, repeatedly, as an armed
      *          OUTPUT/APPEND channel closes. The first call
      *          balances the channel's journals and prints the
      *          report; each call then hands back one suspense line
      *          to write (return code 1) until none are left
      *          (return code 0), when the channel's arming retires.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbal-suspense-line" using
           l-file-number l-line-text l-return-code.

           set l-return-code-false to true

           if ws-num-gl-channels = 0 then
               goback
           end-if

           perform find-channel-for-file-number
           if ws-gl-found-idx = 0 then
               goback
           end-if

           if ws-gl-not-checked(ws-gl-found-idx) then
               set ws-gl-checked(ws-gl-found-idx) to true
               perform balance-channel-journals
               perform print-balancing-report
           end-if

           perform varying ws-gj-idx from 1 by 1
               until ws-gj-idx > ws-num-gl-journals
               if ws-gj-channel-idx(ws-gj-idx) = ws-gl-found-idx
                   and ws-gj-to-suspense(ws-gj-idx)
               then
                   perform build-suspense-line
                   set ws-gj-posted(ws-gj-idx) to true
                   set l-return-code-true to true
                   call "logger" using concatenate(
                       "GL-BALANCE :: Suspense posted on #"
                       l-file-number " : " trim(l-line-text))
                   end-call
                   goback
               end-if
           end-perform

           perform drop-channel-journals
           move 0 to ws-gl-file-number(ws-gl-found-idx)

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter polls at end of run --
      *          an out-of-balance extract fails the run with exit
      *          status 12.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbal-get-status" using l-exit-status.

           if ws-gl-failed then
               move ws-gl-exit-status to l-exit-status
           else
               move 0 to l-exit-status
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls between job-stream
      *          steps, once a step's status has been taken: the next
      *          step starts clean. Closing the step's files has
      *          already retired its armed channels.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "glbal-reset".

           set ws-gl-clean to true

           goback.


      *>   Journals of the closing channel settled: nets to zero,
      *>   posts to suspense within tolerance, or out of balance.
       balance-channel-journals.

           set ws-channel-clean to true
           move 0 to ws-count-journals ws-count-balanced
           move 0 to ws-count-suspense ws-count-out

           perform varying ws-gj-idx from 1 by 1
               until ws-gj-idx > ws-num-gl-journals
               if ws-gj-channel-idx(ws-gj-idx) = ws-gl-found-idx
               then
                   add 1 to ws-count-journals
                   compute ws-gj-difference(ws-gj-idx) =
                       ws-gj-debits(ws-gj-idx)
                       + ws-gj-credits(ws-gj-idx)
                   end-compute
                   move ws-gj-difference(ws-gj-idx) to ws-post-amount
                   if ws-post-amount < 0 then
                       compute ws-post-amount = 0 - ws-post-amount
                       end-compute
                   end-if

                   evaluate true
                       when ws-gj-difference(ws-gj-idx) = 0
                           set ws-gj-balanced(ws-gj-idx) to true
                           add 1 to ws-count-balanced
                       when ws-gl-suspense-account(ws-gl-found-idx)
                           not = spaces
                           and ws-post-amount
                           <= ws-gl-tolerance(ws-gl-found-idx)
                           set ws-gj-to-suspense(ws-gj-idx) to true
                           add 1 to ws-count-suspense
                       when other
                           set ws-gj-out-of-balance(ws-gj-idx)
                               to true
                           add 1 to ws-count-out
                           set ws-channel-failed to true
                   end-evaluate
               end-if
           end-perform

           if ws-gl-bad-count(ws-gl-found-idx) > 0
               or ws-gl-overflowed(ws-gl-found-idx)
           then
               set ws-channel-failed to true
           end-if

           if ws-channel-failed then
               set ws-gl-failed to true
               call "error-surface" using concatenate(
                   "GL extract on channel #" l-file-number
                   " is out of balance")
               end-call
           end-if

           exit paragraph.


       print-balancing-report.

           move spaces to ws-report-file-name
           move ws-gl-report-file(ws-gl-found-idx)
               to ws-report-file-name
           set ws-report-closed to true

           if ws-report-file-name not = spaces then
               call "env-guard-check" using
                   ws-report-file-name ws-env-guard-rc
               end-call
               if ws-env-guard-rc not = 0 then
                   open output fd-gl-report
                   if ws-report-ok then
                       set ws-report-open to true
                   else
                       call "logger-leveled" using concatenate(
                           "GL-BALANCE :: WARN : cannot write report "
                           trim(ws-report-file-name) " status "
                           ws-report-status)
                           "WARN"
                       end-call
                   end-if
               end-if
           end-if

           move concatenate("GL BALANCING REPORT -- CHANNEL #"
               l-file-number) to ws-report-text
           perform put-report-line
           move ws-gl-record-count(ws-gl-found-idx) to ws-count-disp
           move concatenate("  POSTINGS " trim(ws-count-disp))
               to ws-report-text
           move ws-count-journals to ws-count-disp
           move concatenate(trim(ws-report-text) "  JOURNALS "
               trim(ws-count-disp)) to ws-report-text
           move ws-gl-tolerance(ws-gl-found-idx) to ws-amount-disp
           move concatenate(trim(ws-report-text) "  TOLERANCE "
               trim(ws-amount-disp) "  SUSPENSE ACCOUNT ")
               to ws-report-text
           if ws-gl-suspense-account(ws-gl-found-idx) = spaces then
               move concatenate(trim(ws-report-text) " (NONE)")
                   to ws-report-text
           else
               move concatenate(trim(ws-report-text) " "
                   trim(ws-gl-suspense-account(ws-gl-found-idx)))
                   to ws-report-text
           end-if
           perform put-report-line

           move spaces to ws-report-text
           perform put-report-line

           if ws-count-out > 0 or ws-count-suspense > 0 then
               move ws-report-heading to ws-report-text
               perform put-report-line
               perform varying ws-gj-idx from 1 by 1
                   until ws-gj-idx > ws-num-gl-journals
                   if ws-gj-channel-idx(ws-gj-idx) = ws-gl-found-idx
                       and (ws-gj-to-suspense(ws-gj-idx)
                       or ws-gj-out-of-balance(ws-gj-idx))
                   then
                       perform put-journal-detail
                   end-if
               end-perform
               move spaces to ws-report-text
               perform put-report-line
           end-if

           perform build-company-totals
           move ws-company-heading to ws-report-text
           perform put-report-line
           perform varying ws-co-idx from 1 by 1
               until ws-co-idx > ws-num-companies
               move ws-co-company(ws-co-idx) to ws-cd-company
               move ws-co-journals(ws-co-idx) to ws-cd-journals
               move ws-co-debits(ws-co-idx) to ws-cd-debits
               move ws-co-credits(ws-co-idx) to ws-cd-credits
               compute ws-cd-net = ws-co-debits(ws-co-idx)
                   + ws-co-credits(ws-co-idx)
                   + ws-co-suspense(ws-co-idx)
               end-compute
               move ws-company-detail to ws-report-text
               perform put-report-line
           end-perform
           move spaces to ws-report-text
           perform put-report-line

           move ws-count-balanced to ws-count-disp
           move concatenate("BALANCED " trim(ws-count-disp))
               to ws-report-text
           move ws-count-suspense to ws-count-disp
           move concatenate(trim(ws-report-text)
               "  POSTED TO SUSPENSE " trim(ws-count-disp))
               to ws-report-text
           move ws-count-out to ws-count-disp
           move concatenate(trim(ws-report-text)
               "  OUT OF BALANCE " trim(ws-count-disp))
               to ws-report-text
           move ws-gl-bad-count(ws-gl-found-idx) to ws-count-disp
           move concatenate(trim(ws-report-text)
               "  UNREADABLE AMOUNTS " trim(ws-count-disp))
               to ws-report-text
           perform put-report-line

           if ws-gl-overflowed(ws-gl-found-idx) then
               move concatenate("MORE THAN 2000 JOURNALS -- "
                   "BALANCING INCOMPLETE") to ws-report-text
               perform put-report-line
           end-if

           if ws-channel-failed then
               move "RESULT: OUT OF BALANCE -- RUN FAILED"
                   to ws-report-text
           else
               move "RESULT: IN BALANCE" to ws-report-text
           end-if
           perform put-report-line

           if ws-report-open then
               close fd-gl-report
               set ws-report-closed to true
           end-if

           exit paragraph.


       put-journal-detail.

           move ws-gj-company(ws-gj-idx) to ws-rd-company
           move ws-gj-journal(ws-gj-idx) to ws-rd-journal
           move ws-gj-record-count(ws-gj-idx) to ws-rd-records
           move ws-gj-debits(ws-gj-idx) to ws-rd-debits
           move ws-gj-credits(ws-gj-idx) to ws-rd-credits
           move ws-gj-difference(ws-gj-idx) to ws-rd-difference
           if ws-gj-to-suspense(ws-gj-idx) then
               move "SUSPENSE" to ws-rd-action
           else
               move "OUT OF BALANCE" to ws-rd-action
           end-if
           move ws-report-detail to ws-report-text
           perform put-report-line

           exit paragraph.


      *>   Per company: journals, debits, credits, and the net once
      *>   the suspense postings are counted.
       build-company-totals.

           move 0 to ws-num-companies

           perform varying ws-gj-idx from 1 by 1
               until ws-gj-idx > ws-num-gl-journals
               if ws-gj-channel-idx(ws-gj-idx) = ws-gl-found-idx
               then
                   move 0 to ws-co-found-idx
                   perform varying ws-co-idx from 1 by 1
                       until ws-co-idx > ws-num-companies
                       if ws-co-company(ws-co-idx)
                           = ws-gj-company(ws-gj-idx)
                       then
                           move ws-co-idx to ws-co-found-idx
                           exit perform
                       end-if
                   end-perform

                   if ws-co-found-idx = 0
                       and ws-num-companies < ws-max-gl-companies
                   then
                       add 1 to ws-num-companies
                       move ws-num-companies to ws-co-found-idx
                       move ws-gj-company(ws-gj-idx)
                           to ws-co-company(ws-co-found-idx)
                       move 0 to ws-co-journals(ws-co-found-idx)
                       move 0 to ws-co-debits(ws-co-found-idx)
                       move 0 to ws-co-credits(ws-co-found-idx)
                       move 0 to ws-co-suspense(ws-co-found-idx)
                   end-if

                   if ws-co-found-idx > 0 then
                       add 1 to ws-co-journals(ws-co-found-idx)
                       add ws-gj-debits(ws-gj-idx)
                           to ws-co-debits(ws-co-found-idx)
                       add ws-gj-credits(ws-gj-idx)
                           to ws-co-credits(ws-co-found-idx)
                       if ws-gj-to-suspense(ws-gj-idx) then
                           subtract ws-gj-difference(ws-gj-idx)
                               from ws-co-suspense(ws-co-found-idx)
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


       put-report-line.

           display trim(ws-report-text trailing)

           call "logger" using concatenate(
               "GL-BALANCE :: " trim(ws-report-text trailing))
           end-call

           if ws-report-open then
               write f-gl-report-line from ws-report-text
           end-if

           exit paragraph.


      *>   One line for the suspense account carrying the opposite
      *>   of the journal's difference, laid out like the extract:
      *>   fixed columns, or delimited fields in number order.
       build-suspense-line.

           compute ws-post-amount = 0 - ws-gj-difference(ws-gj-idx)
           end-compute
           perform format-post-amount

           call "get-processing-date" using
               ws-proc-date
               ws-asof-active-sw
           end-call

           move spaces to l-line-text

           if ws-gl-fixed-columns(ws-gl-found-idx) then
               move ws-col-journal to ws-column-kind
               move ws-gj-journal(ws-gj-idx) to ws-post-field-text
               perform place-fixed-field
               move ws-col-company to ws-column-kind
               move ws-gj-company(ws-gj-idx) to ws-post-field-text
               perform place-fixed-field
               move ws-col-account to ws-column-kind
               move ws-gl-suspense-account(ws-gl-found-idx)
                   to ws-post-field-text
               perform place-fixed-field
               move ws-col-desc to ws-column-kind
               move ws-suspense-description to ws-post-field-text
               perform place-fixed-field
               move ws-col-postdate to ws-column-kind
               move ws-proc-date to ws-post-field-text
               perform place-fixed-field

      *>       The amount sits right-justified in its columns.
               move ws-col-amount to ws-column-kind
               if ws-gl-col-length(ws-gl-found-idx, ws-column-kind)
                   >= ws-post-amount-len
               then
                   compute ws-post-pos =
                       ws-gl-col-start(ws-gl-found-idx, ws-column-kind)
                       + ws-gl-col-length(ws-gl-found-idx,
                           ws-column-kind)
                       - ws-post-amount-len
                   end-compute
                   move ws-post-amount-text(1:ws-post-amount-len)
                       to l-line-text(ws-post-pos:ws-post-amount-len)
               else
                   move ws-post-amount-text
                       to l-line-text(
                       ws-gl-col-start(ws-gl-found-idx, ws-column-kind):
                       ws-gl-col-length(ws-gl-found-idx,
                           ws-column-kind))
               end-if
               exit paragraph
           end-if

           move 0 to ws-max-field
           perform varying ws-column-kind from 1 by 1
               until ws-column-kind > ws-max-columns
               if ws-gl-col-field(ws-gl-found-idx, ws-column-kind)
                   > ws-max-field
               then
                   move ws-gl-col-field(ws-gl-found-idx,
                       ws-column-kind) to ws-max-field
               end-if
           end-perform

           move 1 to ws-post-pos
           perform varying ws-post-field-no from 1 by 1
               until ws-post-field-no > ws-max-field
               if ws-post-field-no > 1 then
                   string ws-gl-delimiter(ws-gl-found-idx)
                       delimited by size
                       into l-line-text
                       with pointer ws-post-pos
                   end-string
               end-if

               move spaces to ws-post-field-text
               evaluate ws-post-field-no
                   when ws-gl-col-field(ws-gl-found-idx,
                       ws-col-journal)
                       move ws-gj-journal(ws-gj-idx)
                           to ws-post-field-text
                   when ws-gl-col-field(ws-gl-found-idx,
                       ws-col-company)
                       move ws-gj-company(ws-gj-idx)
                           to ws-post-field-text
                   when ws-gl-col-field(ws-gl-found-idx,
                       ws-col-account)
                       move ws-gl-suspense-account(ws-gl-found-idx)
                           to ws-post-field-text
                   when ws-gl-col-field(ws-gl-found-idx,
                       ws-col-amount)
                       move ws-post-amount-text(1:ws-post-amount-len)
                           to ws-post-field-text
                   when ws-gl-col-field(ws-gl-found-idx, ws-col-desc)
                       move ws-suspense-description
                           to ws-post-field-text
                   when ws-gl-col-field(ws-gl-found-idx,
                       ws-col-postdate)
                       move ws-proc-date to ws-post-field-text
               end-evaluate

               if ws-post-field-text not = spaces then
                   move length(trim(ws-post-field-text trailing))
                       to ws-post-field-len
                   string ws-post-field-text(1:ws-post-field-len)
                       delimited by size
                       into l-line-text
                       with pointer ws-post-pos
                   end-string
               end-if
           end-perform

           exit paragraph.


       place-fixed-field.

           if ws-gl-col-length(ws-gl-found-idx, ws-column-kind) = 0
           then
               exit paragraph
           end-if

           move ws-post-field-text
               to l-line-text(
               ws-gl-col-start(ws-gl-found-idx, ws-column-kind):
               ws-gl-col-length(ws-gl-found-idx, ws-column-kind))

           exit paragraph.


      *>   Implied decimals: whole cents, zero-filled to the column
      *>   in fixed layouts, minus sign leading. Otherwise a plain
      *>   -9.99.
       format-post-amount.

           move spaces to ws-post-amount-text

           if ws-gl-decimals(ws-gl-found-idx) = 0 then
               move ws-post-amount to ws-post-edited
               move trim(ws-post-edited) to ws-post-amount-text
               move length(trim(ws-post-amount-text))
                   to ws-post-amount-len
               exit paragraph
           end-if

           compute ws-post-cents rounded = ws-post-amount
               * (10 ** ws-gl-decimals(ws-gl-found-idx))
           end-compute
           if ws-post-cents < 0 then
               compute ws-post-cents-digits = 0 - ws-post-cents
               end-compute
           else
               move ws-post-cents to ws-post-cents-digits
           end-if

           if ws-gl-fixed-columns(ws-gl-found-idx) then
               move ws-gl-col-length(ws-gl-found-idx, ws-col-amount)
                   to ws-post-amount-len
               if ws-post-amount-len > 15 then
                   move 15 to ws-post-amount-len
               end-if
               if ws-post-cents < 0 then
                   move "-" to ws-post-amount-text(1:1)
                   move ws-post-cents-digits(
                       17 - ws-post-amount-len:ws-post-amount-len - 1)
                       to ws-post-amount-text(2:)
               else
                   move ws-post-cents-digits(
                       16 - ws-post-amount-len:ws-post-amount-len)
                       to ws-post-amount-text
               end-if
               exit paragraph
           end-if

           move ws-post-cents-digits to ws-post-amount-text
           perform varying ws-char-idx from 1 by 1
               until ws-char-idx >= 15
               or ws-post-amount-text(ws-char-idx:1) not = "0"
               continue
           end-perform
           move ws-post-amount-text(ws-char-idx:) to ws-post-field-text
           if ws-post-cents < 0 then
               move concatenate("-" trim(ws-post-field-text))
                   to ws-post-amount-text
           else
               move trim(ws-post-field-text) to ws-post-amount-text
           end-if
           move length(trim(ws-post-amount-text)) to ws-post-amount-len

           exit paragraph.


       find-journal-entry.

           move 0 to ws-gj-found-idx
           perform varying ws-gj-idx from 1 by 1
               until ws-gj-idx > ws-num-gl-journals
               if ws-gj-channel-idx(ws-gj-idx) = ws-gl-found-idx
                   and ws-gj-journal(ws-gj-idx) = ws-rec-journal
                   and ws-gj-company(ws-gj-idx) = ws-rec-company
               then
                   move ws-gj-idx to ws-gj-found-idx
                   exit paragraph
               end-if
           end-perform

           if ws-num-gl-journals >= ws-max-gl-journals then
               if not ws-gl-overflowed(ws-gl-found-idx) then
                   move 'Y' to ws-gl-overflow-sw(ws-gl-found-idx)
                   call "logger-leveled" using concatenate(
                       "GL-BALANCE :: ERROR : more than 2000 "
                       "journals; balancing on #" l-file-number
                       " is incomplete.")
                       "ERROR"
                   end-call
               end-if
               exit paragraph
           end-if

           add 1 to ws-num-gl-journals
           move ws-num-gl-journals to ws-gj-found-idx
           move ws-gl-found-idx to ws-gj-channel-idx(ws-gj-found-idx)
           move ws-rec-company to ws-gj-company(ws-gj-found-idx)
           move ws-rec-journal to ws-gj-journal(ws-gj-found-idx)
           move 0 to ws-gj-record-count(ws-gj-found-idx)
           move 0 to ws-gj-debits(ws-gj-found-idx)
           move 0 to ws-gj-credits(ws-gj-found-idx)
           move 0 to ws-gj-difference(ws-gj-found-idx)
           set ws-gj-open(ws-gj-found-idx) to true

           exit paragraph.


      *>   Journals of channel entry ws-gl-found-idx removed, the
      *>   rest closed up.
       drop-channel-journals.

           move 0 to ws-gj-keep-idx
           perform varying ws-gj-idx from 1 by 1
               until ws-gj-idx > ws-num-gl-journals
               if ws-gj-channel-idx(ws-gj-idx) not = ws-gl-found-idx
               then
                   add 1 to ws-gj-keep-idx
                   if ws-gj-keep-idx not = ws-gj-idx then
                       move ws-gl-journal(ws-gj-idx)
                           to ws-gl-journal(ws-gj-keep-idx)
                   end-if
               end-if
           end-perform
           move ws-gj-keep-idx to ws-num-gl-journals

           exit paragraph.


       parse-specification.

           initialize ws-gl-channel(ws-gl-found-idx)
           move space to ws-gl-delimiter(ws-gl-found-idx)
           set ws-gl-fixed-columns(ws-gl-found-idx) to true
           move 0 to ws-gl-decimals(ws-gl-found-idx)
           move 0 to ws-gl-tolerance(ws-gl-found-idx)
           move spaces to ws-gl-report-file(ws-gl-found-idx)

           move spaces to ws-config-suspense
           accept ws-config-suspense
               from environment "CBI_GL_SUSPENSE"
           end-accept
           move ws-config-suspense
               to ws-gl-suspense-account(ws-gl-found-idx)

           move 1 to ws-spec-pos
           perform until ws-spec-pos > length(ws-spec-text)
               or ws-arm-failed
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
                   when "JOURNAL"
                       move ws-col-journal to ws-column-kind
                       perform parse-column-declaration
                   when "COMPANY"
                       move ws-col-company to ws-column-kind
                       perform parse-column-declaration
                   when "ACCOUNT"
                       move ws-col-account to ws-column-kind
                       perform parse-column-declaration
                   when "AMOUNT"
                       move ws-col-amount to ws-column-kind
                       perform parse-column-declaration
                   when "DESC"
                       move ws-col-desc to ws-column-kind
                       perform parse-column-declaration
                   when "POSTDATE"
                       move ws-col-postdate to ws-column-kind
                       perform parse-column-declaration
                   when "DELIM"
                       set ws-gl-delimited(ws-gl-found-idx) to true
                       if upper-case(trim(ws-spec-value)) = "TAB" then
                           move x"09"
                               to ws-gl-delimiter(ws-gl-found-idx)
                       else
                           move ws-spec-value(1:1)
                               to ws-gl-delimiter(ws-gl-found-idx)
                       end-if
                   when "DEC"
                       if ws-spec-value(1:1) is numeric
                           and ws-spec-value(2:) = spaces
                           and ws-spec-value(1:1) <= "6"
                       then
                           move ws-spec-value(1:1)
                               to ws-gl-decimals(ws-gl-found-idx)
                       else
                           perform report-bad-spec-word
                       end-if
                   when "TOL"
                       if test-numval(trim(ws-spec-value)) = 0 then
                           compute ws-gl-tolerance(ws-gl-found-idx) =
                               numval(ws-spec-value)
                           end-compute
                       else
                           perform report-bad-spec-word
                       end-if
                   when "SUSPENSE"
                       move ws-spec-value
                           to ws-gl-suspense-account(ws-gl-found-idx)
                   when "REPORT"
                       move ws-spec-value
                           to ws-gl-report-file(ws-gl-found-idx)
                   when other
                       perform report-bad-spec-word
               end-evaluate
           end-perform

           if ws-arm-failed then
               exit paragraph
           end-if

           perform varying ws-column-kind from 1 by 1
               until ws-column-kind > ws-col-amount
               if ws-column-kind not = ws-col-account
                   and ws-gl-col-length(ws-gl-found-idx,
                       ws-column-kind) = 0
                   and ws-gl-col-field(ws-gl-found-idx,
                       ws-column-kind) = 0
               then
                   set ws-arm-failed to true
               end-if
           end-perform

           if ws-arm-failed then
               call "logger-leveled" using concatenate(
                   "GL-BALANCE :: ERROR : specification needs "
                   "JOURNAL, COMPANY and AMOUNT columns: "
                   trim(ws-spec-text))
                   "ERROR"
               end-call
               exit paragraph
           end-if

      *>   A suspense account can only be posted with somewhere to
      *>   put it. Named on the statement, that is a mistake; the
      *>   site default just stands down for this extract.
           if ws-gl-suspense-account(ws-gl-found-idx) not = spaces
               and ws-gl-col-length(ws-gl-found-idx,
                   ws-col-account) = 0
               and ws-gl-col-field(ws-gl-found-idx,
                   ws-col-account) = 0
           then
               if ws-gl-suspense-account(ws-gl-found-idx)
                   = ws-config-suspense
               then
                   call "logger-leveled" using concatenate(
                       "GL-BALANCE :: WARN : no ACCOUNT column on #"
                       ws-arm-file-number "; suspense posting off "
                       "for this extract.")
                       "WARN"
                   end-call
                   move spaces
                       to ws-gl-suspense-account(ws-gl-found-idx)
               else
                   call "logger-leveled" using concatenate(
                       "GL-BALANCE :: ERROR : SUSPENSE needs an "
                       "ACCOUNT column: " trim(ws-spec-text))
                       "ERROR"
                   end-call
                   set ws-arm-failed to true
               end-if
           end-if

           exit paragraph.


      *>   start:length in fixed columns, a field number when
      *>   DELIM is given.
       parse-column-declaration.

           move ws-spec-value to ws-col-text
           move spaces to ws-col-part-1
           move spaces to ws-col-part-2
           unstring ws-col-text
               delimited by ":"
               into ws-col-part-1 ws-col-part-2
           end-unstring

           if test-numval(trim(ws-col-part-1)) not = 0 then
               perform report-bad-spec-word
               exit paragraph
           end-if

           if ws-col-part-2 = spaces then
               compute ws-gl-col-field(ws-gl-found-idx,
                   ws-column-kind) = numval(ws-col-part-1)
               end-compute
               if ws-gl-col-field(ws-gl-found-idx, ws-column-kind)
                   = 0
               then
                   perform report-bad-spec-word
               end-if
               exit paragraph
           end-if

           if test-numval(trim(ws-col-part-2)) not = 0 then
               perform report-bad-spec-word
               exit paragraph
           end-if

           compute ws-gl-col-start(ws-gl-found-idx, ws-column-kind)
               = numval(ws-col-part-1)
           end-compute
           compute ws-gl-col-length(ws-gl-found-idx, ws-column-kind)
               = numval(ws-col-part-2)
           end-compute
           if ws-gl-col-start(ws-gl-found-idx, ws-column-kind) = 0
               or ws-gl-col-length(ws-gl-found-idx, ws-column-kind)
                   = 0
               or ws-gl-col-length(ws-gl-found-idx, ws-column-kind)
                   > 256
               or ws-gl-col-start(ws-gl-found-idx, ws-column-kind)
                   + ws-gl-col-length(ws-gl-found-idx,
                       ws-column-kind) - 1 > 32768
           then
               perform report-bad-spec-word
           end-if

           exit paragraph.


       report-bad-spec-word.

           call "logger-leveled" using concatenate(
               "GL-BALANCE :: ERROR : specification word not "
               "understood: " trim(ws-spec-word))
               "ERROR"
           end-call
           set ws-arm-failed to true

           exit paragraph.


       extract-column.

           move spaces to ws-field-text

           if ws-gl-col-length(ws-gl-found-idx, ws-column-kind) > 0
           then
               move l-line-text(
                   ws-gl-col-start(ws-gl-found-idx, ws-column-kind):
                   ws-gl-col-length(ws-gl-found-idx, ws-column-kind))
                   to ws-field-text
               exit paragraph
           end-if

           if ws-gl-fixed-columns(ws-gl-found-idx)
               or ws-gl-col-field(ws-gl-found-idx, ws-column-kind)
                   = 0
           then
               exit paragraph
           end-if

      *>   Delimited: walk to the wanted field, a quoted field's
      *>   delimiters and quotes not counted.
           move 1 to ws-field-idx
           move 0 to ws-field-len
           set ws-field-not-in-quote to true
           move length(trim(l-line-text trailing)) to ws-line-len

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-line-len
               or ws-field-idx
                   > ws-gl-col-field(ws-gl-found-idx, ws-column-kind)
               evaluate true
                   when l-line-text(ws-char-idx:1) = '"'
                       if ws-field-in-quote then
                           set ws-field-not-in-quote to true
                       else
                           set ws-field-in-quote to true
                       end-if
                   when l-line-text(ws-char-idx:1)
                       = ws-gl-delimiter(ws-gl-found-idx)
                       and ws-field-not-in-quote
                       add 1 to ws-field-idx
                   when other
                       if ws-field-idx = ws-gl-col-field(
                           ws-gl-found-idx, ws-column-kind)
                           and ws-field-len < 256
                       then
                           add 1 to ws-field-len
                           move l-line-text(ws-char-idx:1)
                               to ws-field-text(ws-field-len:1)
                       end-if
               end-evaluate
           end-perform

           exit paragraph.


      *>   1234.50  -1234.50  1234.50-  (1,234.50)  $1,234.50CR;
      *>   without a decimal point the implied decimals apply.
       parse-amount-field.

           set ws-parse-bad to true
           move 0 to ws-parsed-amount
           move spaces to ws-amount-clean
           move 0 to ws-clean-len
           move 'N' to ws-negative-sw
           move 'N' to ws-point-sw

           move upper-case(ws-rec-amount-text) to ws-field-text
           move 0 to ws-tally
           inspect ws-field-text tallying ws-tally for all "CR"
           if ws-tally > 0 then
               set ws-amount-negative to true
               inspect ws-field-text replacing all "CR" by "  "
           end-if
           inspect ws-field-text replacing all "DB" by "  "

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

           if not ws-point-seen
               and ws-gl-decimals(ws-gl-found-idx) > 0
           then
               compute ws-parsed-amount rounded = ws-parsed-amount
                   / (10 ** ws-gl-decimals(ws-gl-found-idx))
               end-compute
           end-if

           if ws-amount-negative then
               compute ws-parsed-amount = 0 - ws-parsed-amount
               end-compute
           end-if

           set ws-parse-ok to true

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-spec-operand.

           move trim(ws-spec-operand) to ws-spec-operand
           move spaces to ws-spec-text

           if ws-spec-operand(1:1) = '"' then
               move ws-spec-operand to ws-spec-text
               inspect ws-spec-text replacing all '"' by space
               move trim(ws-spec-text) to ws-spec-text
               exit paragraph
           end-if

           move upper-case(trim(ws-spec-operand)) to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-spec-text
               inspect ws-spec-text replacing all '"' by space
               move trim(ws-spec-text) to ws-spec-text
           end-if

           exit paragraph.


       find-channel-for-arm-number.

           move 0 to ws-gl-found-idx
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-num-gl-channels
               if ws-gl-file-number(ws-gl-idx) = ws-arm-file-number
               then
                   move ws-gl-idx to ws-gl-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-free-channel.

           move 0 to ws-gl-found-idx
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-num-gl-channels
               if ws-gl-file-number(ws-gl-idx) = 0 then
                   move ws-gl-idx to ws-gl-found-idx
                   exit paragraph
               end-if
           end-perform

           if ws-num-gl-channels < ws-max-gl-channels then
               add 1 to ws-num-gl-channels
               move ws-num-gl-channels to ws-gl-found-idx
           end-if

           exit paragraph.


      *>   YYYYMMDD or YYYY-MM-DD from ws-field-text into
      *>   ws-rec-post-date; zero when it is neither.
       parse-post-date.

           move 0 to ws-rec-post-date
           move spaces to ws-date-digits
           move 0 to ws-date-digit-count

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(trim(ws-field-text))
               evaluate trim(ws-field-text)(ws-char-idx:1)
                   when "0" thru "9"
                       if ws-date-digit-count >= 8 then
                           exit paragraph
                       end-if
                       add 1 to ws-date-digit-count
                       move trim(ws-field-text)(ws-char-idx:1)
                           to ws-date-digits(ws-date-digit-count:1)
                   when "-"
                       continue
                   when other
                       exit paragraph
               end-evaluate
           end-perform

           if ws-date-digit-count = 8
               and test-date-yyyymmdd(numval(ws-date-digits)) = 0
           then
               move ws-date-digits to ws-rec-post-date
           end-if

           exit paragraph.


       find-channel-for-file-number.

           move 0 to ws-gl-found-idx
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-num-gl-channels
               if ws-gl-file-number(ws-gl-idx) = l-file-number
                   and l-file-number not = 0
               then
                   move ws-gl-idx to ws-gl-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.

       end program gl-balance.
