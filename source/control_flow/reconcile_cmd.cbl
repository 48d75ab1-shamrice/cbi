      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the RECONCILE statement -- bank
      *          reconciliation, where MATCH's exact key is not
      *          enough: a statement deposit pairs with a cash
      *          receipt on amount within a cent or two, inside a
      *          business-day window, sometimes one deposit to a
      *          whole batch of receipts. Usage, against two
      *          channels open FOR INPUT (any order) and three open
      *          FOR OUTPUT:
      *            RECONCILE #1, #2, SPEC$, #3, #4, #5
      *          #1 is the left side (the statement), #2 the right
      *          (the receipts); #3 gets the matched pairs, #4 the
      *          unmatched left records, #5 the unmatched right.
      *          SPEC$ (a literal or string variable) is KEY=VALUE
      *          words:
      *            LREF= LAMT= LDATE=   left reference, amount and
      *            RREF= RAMT= RDATE=   date columns: start:length
      *                                 in the record, or a field
      *                                 number when DELIM is given
      *            DELIM=,              field delimiter (TAB for a
      *                                 tab); fixed columns if unset
      *            LDEC=2  RDEC=2       implied decimals, for an
      *                                 amount written without a
      *                                 decimal point
      *            TOL=0.02             amount tolerance (0)
      *            DAYS=3               business-day window either
      *                                 side of the left date (0)
      *            RULE=ONE|MANY        one-to-one, or one left to
      *                                 many right as well (ONE)
      *            BY=BOTH|REF|AMOUNT   match on reference, on
      *                                 amount and date, or both
      *                                 (BOTH)
      *            SUMMARY=file         summary report file
      *          Amounts may carry $, commas, a leading or trailing
      *          minus, parentheses or CR for a negative. Dates are
      *          YYYYMMDD, YYYY-MM-DD, MM/DD/YYYY or YYMMDD; the
      *          window uses the business-day calendar (holiday-file
      *          in cbi.cfg). Passes run in order, each on what the
      *          ones before left open: equal reference with the
      *          amount in tolerance and date in window (REF); with
      *          RULE=MANY, a group of right records on that
      *          reference summing to the left amount (REF-GROUP);
      *          amount in tolerance and date in window (AMOUNT-
      *          DATE), closest amount then closest date winning;
      *          with RULE=MANY, right records of one date in the
      *          window summing to the left amount (DATE-GROUP).
      *          Matched lines are group|reason|difference|left|
      *          right, one line per right record; unmatched lines
      *          are reason|record, the reason saying why nothing
      *          paired -- reference found but amount differs,
      *          candidate already taken, amount found outside the
      *          window, no candidate, or a bad amount or date.
      *          The summary of record counts and amounts by
      *          category goes to the log, to the SUMMARY file when
      *          one is named, and to RECON.MATCHED, RECON.LEFT and
      *          RECON.RIGHT (pairs/groups, unmatched left, unmatched
      *          right). Up to 5,000 records a side are held in
      *          memory, at most the leading 1,000 bytes of each
      *          written back out. Output lines follow WRITE# and
      *          queue in an open transaction bracket.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. reconcile-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-recon-summary
               assign to dynamic ws-summary-file-name
               organization is line sequential
               file status is ws-summary-status.

       data division.

       file section.

       fd  fd-recon-summary.
       01  f-recon-summary-line          pic x(132).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-recon-records          value 5000.
       78  ws-max-recon-text             value 1000.
       78  ws-max-group-dates            value 64.
       78  ws-max-window-cache           value 400.
       78  ws-err-illegal-function       value 5.
       78  ws-err-bad-file-number        value 52.

       01  ws-raise-error-code           pic 9(4).
       01  ws-read-rc                    pic 9.
       01  ws-write-rc                   pic 9.
       01  ws-eof-check                  pic 9.
       01  ws-trans-active-rc            pic 9 value 0.
       01  ws-env-guard-rc               pic 9 value 0.

       01  ws-recon-failed-sw            pic a value 'N'.
           88  ws-recon-failed           value 'Y'.
           88  ws-recon-not-failed       value 'N'.

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

       01  ws-channel-table.
           05  ws-channel-number         pic 99 occurs 5 times.
       01  ws-channel-idx                pic 9(2) comp.
       01  ws-out-file-number            pic 99.
       01  ws-channel-mode               pic x(8).
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
       01  ws-tolerance                  pic s9(11)v99 value 0.
       01  ws-window-days                pic 9(3) value 0.
       01  ws-window-disp                pic zz9.
       01  ws-rule-sw                    pic a value 'O'.
           88  ws-rule-one               value 'O'.
           88  ws-rule-many              value 'M'.
       01  ws-by-sw                      pic a value 'B'.
           88  ws-by-both                value 'B'.
           88  ws-by-ref                 value 'R'.
           88  ws-by-amount              value 'A'.
       01  ws-summary-file-name          pic x(1024) value spaces.
       01  ws-summary-status             pic xx.
           88  ws-summary-ok             value "00" "05".

      *>   Column declarations per side (1 left, 2 right); per
      *>   column (1 reference, 2 amount, 3 date) a start and
      *>   length, or a field number.
       01  ws-side-spec-table.
           05  ws-side-spec              occurs 2 times.
               10  ws-side-column        occurs 3 times.
                   15  ws-col-start      pic 9(5).
                   15  ws-col-length     pic 9(5).
                   15  ws-col-field      pic 9(3).
               10  ws-side-decimals      pic 9.
       01  ws-side                       pic 9.
       01  ws-column-kind                pic 9.
       01  ws-col-text                   pic x(16).
       01  ws-col-part-1                 pic x(8).
       01  ws-col-part-2                 pic x(8).

      *>   Both sides in memory.
       01  ws-recon-table.
           05  ws-side-data              occurs 2 times.
               10  ws-rec-count          pic 9(5) comp.
               10  ws-rec-long-sw        pic a.
                   88  ws-rec-long-warned value 'Y'.
               10  ws-rec-entry          occurs 5000 times.
                   15  ws-rec-text       pic x(1000).
                   15  ws-rec-ref        pic x(32).
                   15  ws-rec-amount     pic s9(13)v99.
                   15  ws-rec-date       pic 9(8).
                   15  ws-rec-day        pic 9(7).
                   15  ws-rec-lo-date    pic 9(8).
                   15  ws-rec-hi-date    pic 9(8).
                   15  ws-rec-state      pic a.
                       88  ws-rec-open   value 'O'.
                       88  ws-rec-matched value 'M'.
                       88  ws-rec-bad    value 'B'.
                   15  ws-rec-group      pic 9(5).
                   15  ws-rec-category   pic 9.
                   15  ws-rec-reason     pic x(40).
       01  ws-l-idx                      pic 9(5) comp.
       01  ws-r-idx                      pic 9(5) comp.
       01  ws-x-idx                      pic 9(5) comp.

      *>   One record being read and taken apart.
       01  ws-read-line                  pic x(32768).
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

      *>   Business-day windows, remembered per date.
       01  ws-window-cache.
           05  ws-window-cache-count     pic 9(4) comp value 0.
           05  ws-window-entry           occurs 400 times.
               10  ws-wc-date            pic 9(8).
               10  ws-wc-lo              pic 9(8).
               10  ws-wc-hi              pic 9(8).
       01  ws-wc-idx                     pic 9(4) comp.
       01  ws-work-date                  pic 9(8).
       01  ws-work-lo                    pic 9(8).
       01  ws-work-hi                    pic 9(8).
       01  ws-busday-input               pic x(256).
       01  ws-busday-type                pic x(8).
       01  ws-busday-value               pic x(1024).
       01  ws-busday-num                 pic s9(16).
       01  ws-busday-rc                  pic 9.

      *>   Matching.
       01  ws-diff                       pic s9(13)v99.
       01  ws-gap                        pic s9(7).
       01  ws-best-idx                   pic 9(5) comp.
       01  ws-best-diff                  pic s9(13)v99.
       01  ws-best-gap                   pic s9(7).
       01  ws-group-count                pic 9(5) value 0.
       01  ws-group-sum                  pic s9(13)v99.
       01  ws-group-members              pic 9(5) comp.
       01  ws-match-category             pic 9.
       01  ws-in-window-sw               pic a value 'N'.
           88  ws-in-window              value 'Y'.
           88  ws-outside-window         value 'N'.
       01  ws-in-tolerance-sw            pic a value 'N'.
           88  ws-in-tolerance           value 'Y'.
           88  ws-outside-tolerance      value 'N'.
       01  ws-date-group-table.
           05  ws-dg-count               pic 9(3) comp value 0.
           05  ws-dg-entry               occurs 64 times.
               10  ws-dg-date            pic 9(8).
               10  ws-dg-sum             pic s9(13)v99.
               10  ws-dg-members         pic 9(5) comp.
       01  ws-dg-idx                     pic 9(3) comp.
       01  ws-dg-best-idx                pic 9(3) comp.
       01  ws-reason-ref-sw              pic a.
           88  ws-reason-ref-differs     value 'Y'.
       01  ws-reason-taken-sw            pic a.
           88  ws-reason-taken           value 'Y'.
       01  ws-reason-window-sw           pic a.
           88  ws-reason-window          value 'Y'.

      *>   Output building.
       01  ws-group-disp                 pic 9(5).
       01  ws-amount-disp                pic -(12)9.99.
       01  ws-text-len                   pic 9(4) comp.
       01  ws-left-text-len              pic 9(4) comp.
       01  ws-assign-text                pic x(1024).
       01  ws-count-disp                 pic z(6)9.

      *>   Summary, by category: 1 REF, 2 REF-GROUP, 3 AMOUNT-DATE,
      *>   4 DATE-GROUP, 5 unmatched left, 6 unmatched right.
       01  ws-summary-table.
           05  ws-cat-entry              occurs 6 times.
               10  ws-cat-left-count     pic 9(7).
               10  ws-cat-left-amount    pic s9(13)v99.
               10  ws-cat-right-count    pic 9(7).
               10  ws-cat-right-amount   pic s9(13)v99.
       01  ws-cat-idx                    pic 9.
       01  ws-category-names.
           05  filler                    pic x(20) value "MATCHED REF".
           05  filler                    pic x(20)
                                         value "MATCHED REF-GROUP".
           05  filler                    pic x(20)
                                         value "MATCHED AMOUNT-DATE".
           05  filler                    pic x(20)
                                         value "MATCHED DATE-GROUP".
           05  filler                    pic x(20)
                                         value "UNMATCHED LEFT".
           05  filler                    pic x(20)
                                         value "UNMATCHED RIGHT".
       01  ws-category-name-table redefines ws-category-names.
           05  ws-category-name          pic x(20) occurs 6 times.
       01  ws-total-left-count           pic 9(7).
       01  ws-total-left-amount          pic s9(13)v99.
       01  ws-total-right-count          pic 9(7).
       01  ws-total-right-amount         pic s9(13)v99.
       01  ws-matched-total              pic 9(7).

       01  ws-summary-heading.
           05  filler                    pic x(22) value "CATEGORY".
           05  filler                    pic x(9) value "LEFT RECS".
           05  filler                    pic x(18)
                                         value "       LEFT AMOUNT".
           05  filler                    pic x(11)
                                         value " RIGHT RECS".
           05  filler                    pic x(19)
                                         value "       RIGHT AMOUNT".
       01  ws-summary-detail.
           05  ws-sd-name                pic x(20).
           05  filler                    pic x(2) value spaces.
           05  ws-sd-left-count          pic z(8)9.
           05  filler                    pic x(2) value spaces.
           05  ws-sd-left-amount         pic -(12)9.99.
           05  filler                    pic x(2) value spaces.
           05  ws-sd-right-count         pic z(8)9.
           05  filler                    pic x(2) value spaces.
           05  ws-sd-right-amount        pic -(13)9.99.
       01  ws-summary-text               pic x(132).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           set ws-recon-not-failed to true

           move l-src-code-str(length(ws-reconcile) + 1:)
               to ws-param-buffer
           perform split-operands

           if ws-operand-count not = 6
               or ws-operand(3) = spaces
           then
               call "logger-leveled" using concatenate(
                   "RECONCILE :: ERROR : Malformed statement. "
                   "Expected RECONCILE #left, #right, spec, "
                   "#matched, #left-out, #right-out: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform resolve-channel-numbers
           if ws-recon-failed then
               goback
           end-if

           move ws-operand(3) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-spec-text

           perform parse-specification
           if ws-recon-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           initialize ws-summary-table
           move 0 to ws-group-count
           move 0 to ws-window-cache-count

           move 1 to ws-side
           perform load-side
           if ws-recon-not-failed then
               move 2 to ws-side
               perform load-side
           end-if
           if ws-recon-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           if not ws-by-amount then
               perform pass-reference-pairs
               if ws-rule-many then
                   perform pass-reference-groups
               end-if
           end-if
           if not ws-by-ref then
               perform pass-amount-date-pairs
               if ws-rule-many then
                   perform pass-date-groups
               end-if
           end-if

           perform write-matched-output
           move 1 to ws-side
           perform write-unmatched-output
           move 2 to ws-side
           perform write-unmatched-output

           perform report-summary

           goback.


      *>   Channels 1-2 (operands 1-2) read, 3-5 (operands 4-6)
      *>   written.
       resolve-channel-numbers.

           perform varying ws-channel-idx from 1 by 1
               until ws-channel-idx > 5
               if ws-channel-idx < 3 then
                   move ws-operand(ws-channel-idx)
                       to ws-operand-scratch
               else
                   move ws-operand(ws-channel-idx + 1)
                       to ws-operand-scratch
               end-if
               inspect ws-operand-scratch replacing all "#" by space
               if test-numval(trim(ws-operand-scratch)) not = 0 then
                   call "logger-leveled" using concatenate(
                       "RECONCILE :: ERROR : channel is not a file "
                       "number: " trim(ws-operand-scratch) " : "
                       trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-bad-file-number to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
                   set ws-recon-failed to true
                   exit paragraph
               end-if
               compute ws-channel-number(ws-channel-idx) =
                   numval(ws-operand-scratch)
               end-compute

               call "file-open-mode" using
                   ws-channel-number(ws-channel-idx) ws-channel-mode
               end-call
               if (ws-channel-idx < 3 and ws-channel-mode not = "INPUT")
                   or (ws-channel-idx >= 3
                   and ws-channel-mode not = "OUTPUT"
                   and ws-channel-mode not = "APPEND")
               then
                   call "logger-leveled" using concatenate(
                       "RECONCILE :: ERROR : #"
                       ws-channel-number(ws-channel-idx)
                       " is not open the right way (two FOR INPUT, "
                       "three FOR OUTPUT or APPEND): "
                       trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-bad-file-number to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
                   set ws-recon-failed to true
                   exit paragraph
               end-if
           end-perform

           exit paragraph.


       parse-specification.

           initialize ws-side-spec-table
           move space to ws-delimiter
           set ws-fixed-columns to true
           move 0 to ws-tolerance
           move 0 to ws-window-days
           set ws-rule-one to true
           set ws-by-both to true
           move spaces to ws-summary-file-name

           move 1 to ws-spec-pos
           perform until ws-spec-pos > length(ws-spec-text)
               or ws-recon-failed
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
                   when "LREF"
                       move 1 to ws-side
                       move 1 to ws-column-kind
                       perform parse-column-declaration
                   when "LAMT"
                       move 1 to ws-side
                       move 2 to ws-column-kind
                       perform parse-column-declaration
                   when "LDATE"
                       move 1 to ws-side
                       move 3 to ws-column-kind
                       perform parse-column-declaration
                   when "RREF"
                       move 2 to ws-side
                       move 1 to ws-column-kind
                       perform parse-column-declaration
                   when "RAMT"
                       move 2 to ws-side
                       move 2 to ws-column-kind
                       perform parse-column-declaration
                   when "RDATE"
                       move 2 to ws-side
                       move 3 to ws-column-kind
                       perform parse-column-declaration
                   when "DELIM"
                       set ws-delimited to true
                       if upper-case(trim(ws-spec-value)) = "TAB" then
                           move x"09" to ws-delimiter
                       else
                           move ws-spec-value(1:1) to ws-delimiter
                       end-if
                   when "LDEC"
                       move 1 to ws-side
                       perform parse-implied-decimals
                   when "RDEC"
                       move 2 to ws-side
                       perform parse-implied-decimals
                   when "TOL"
                       if test-numval(trim(ws-spec-value)) = 0 then
                           compute ws-tolerance =
                               numval(ws-spec-value)
                           end-compute
                       else
                           perform report-bad-spec-word
                       end-if
                   when "DAYS"
                       if trim(ws-spec-value) is numeric then
                           compute ws-window-days =
                               numval(ws-spec-value)
                           end-compute
                       else
                           perform report-bad-spec-word
                       end-if
                   when "RULE"
                       evaluate upper-case(trim(ws-spec-value))
                           when "ONE"
                               set ws-rule-one to true
                           when "MANY"
                               set ws-rule-many to true
                           when other
                               perform report-bad-spec-word
                       end-evaluate
                   when "BY"
                       evaluate upper-case(trim(ws-spec-value))
                           when "BOTH"
                               set ws-by-both to true
                           when "REF"
                               set ws-by-ref to true
                           when "AMOUNT"
                               set ws-by-amount to true
                           when other
                               perform report-bad-spec-word
                       end-evaluate
                   when "SUMMARY"
                       move ws-spec-value to ws-summary-file-name
                   when other
                       perform report-bad-spec-word
               end-evaluate
           end-perform

           if ws-recon-failed then
               exit paragraph
           end-if

      *>   Amount and date are needed on both sides; a reference
      *>   only when reference passes run.
           perform varying ws-side from 1 by 1 until ws-side > 2
               perform varying ws-column-kind from 2 by 1
                   until ws-column-kind > 3
                   if ws-col-length(ws-side, ws-column-kind) = 0
                       and ws-col-field(ws-side, ws-column-kind) = 0
                   then
                       set ws-recon-failed to true
                   end-if
               end-perform
               if not ws-by-amount
                   and ws-col-length(ws-side, 1) = 0
                   and ws-col-field(ws-side, 1) = 0
               then
                   if ws-by-ref then
                       set ws-recon-failed to true
                   else
                       set ws-by-amount to true
                   end-if
               end-if
           end-perform

           if ws-recon-failed then
               call "logger-leveled" using concatenate(
                   "RECONCILE :: ERROR : specification needs LAMT, "
                   "LDATE, RAMT and RDATE (and LREF/RREF for BY=REF)"
                   ": " trim(ws-spec-text))
                   "ERROR"
               end-call
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

           if trim(ws-col-part-1) is not numeric then
               perform report-bad-spec-word
               exit paragraph
           end-if

           if ws-col-part-2 = spaces then
               compute ws-col-field(ws-side, ws-column-kind) =
                   numval(ws-col-part-1)
               end-compute
               move 0 to ws-col-start(ws-side, ws-column-kind)
               move 0 to ws-col-length(ws-side, ws-column-kind)
               if ws-col-field(ws-side, ws-column-kind) = 0 then
                   perform report-bad-spec-word
               end-if
               exit paragraph
           end-if

           if trim(ws-col-part-2) is not numeric then
               perform report-bad-spec-word
               exit paragraph
           end-if

           move 0 to ws-col-field(ws-side, ws-column-kind)
           compute ws-col-start(ws-side, ws-column-kind) =
               numval(ws-col-part-1)
           end-compute
           compute ws-col-length(ws-side, ws-column-kind) =
               numval(ws-col-part-2)
           end-compute
           if ws-col-start(ws-side, ws-column-kind) = 0
               or ws-col-length(ws-side, ws-column-kind) = 0
               or ws-col-length(ws-side, ws-column-kind) > 256
               or ws-col-start(ws-side, ws-column-kind)
                   + ws-col-length(ws-side, ws-column-kind) - 1
                   > 32768
           then
               perform report-bad-spec-word
           end-if

           exit paragraph.


       parse-implied-decimals.

           if trim(ws-spec-value) is numeric
               and numval(ws-spec-value) <= 6
           then
               compute ws-side-decimals(ws-side) =
                   numval(ws-spec-value)
               end-compute
           else
               perform report-bad-spec-word
           end-if

           exit paragraph.


       report-bad-spec-word.

           call "logger-leveled" using concatenate(
               "RECONCILE :: ERROR : specification word not "
               "understood: " trim(ws-spec-word))
               "ERROR"
           end-call
           set ws-recon-failed to true

           exit paragraph.


      *>   Every record of the side's channel into the table, its
      *>   reference, amount, date (and, on the left, window) taken
      *>   out once. A record whose amount or date won't parse is
      *>   held aside as bad and reported unmatched.
       load-side.

           move 0 to ws-rec-count(ws-side)
           move 'N' to ws-rec-long-sw(ws-side)
           move ws-channel-number(ws-side) to ws-out-file-number

           call "eof-file" using ws-out-file-number ws-eof-check
           end-call

           perform until ws-eof-check = 1 or ws-recon-failed
               call "read-file-line" using
                   ws-out-file-number ws-read-line ws-read-rc
               end-call
               call "eof-file" using ws-out-file-number ws-eof-check
               end-call
               if ws-read-rc = 0 then
                   move 1 to ws-eof-check
               else
                   if ws-read-line not = spaces then
                       perform take-one-record
                   end-if
               end-if
           end-perform

           move ws-rec-count(ws-side) to ws-count-disp
           call "logger" using concatenate(
               "RECONCILE :: loaded " trim(ws-count-disp)
               " record(s) from #" ws-channel-number(ws-side))
           end-call

           exit paragraph.


       take-one-record.

           if ws-rec-count(ws-side) >= ws-max-recon-records then
               call "logger-leveled" using concatenate(
                   "RECONCILE :: ERROR : more than 5000 "
                   "records on #"
                   ws-channel-number(ws-side)
                   ". Split the run; nothing written.")
                   "ERROR"
               end-call
               set ws-recon-failed to true
               exit paragraph
           end-if

           add 1 to ws-rec-count(ws-side)
           move ws-rec-count(ws-side) to ws-x-idx

           if ws-read-line(ws-max-recon-text + 1:) not = spaces
               and not ws-rec-long-warned(ws-side)
           then
               move 'Y' to ws-rec-long-sw(ws-side)
               call "logger-leveled" using concatenate(
                   "RECONCILE :: WARN : records on #"
                   ws-channel-number(ws-side) " run past 1000 "
                   "bytes; outputs carry the leading 1000 only.")
                   "WARN"
               end-call
           end-if

           move ws-read-line(1:ws-max-recon-text)
               to ws-rec-text(ws-side, ws-x-idx)
           set ws-rec-open(ws-side, ws-x-idx) to true
           move 0 to ws-rec-group(ws-side, ws-x-idx)
           move 0 to ws-rec-category(ws-side, ws-x-idx)
           move spaces to ws-rec-reason(ws-side, ws-x-idx)
           move spaces to ws-rec-ref(ws-side, ws-x-idx)
           move 0 to ws-rec-amount(ws-side, ws-x-idx)
           move 0 to ws-rec-date(ws-side, ws-x-idx)
           move 0 to ws-rec-day(ws-side, ws-x-idx)
           move 0 to ws-rec-lo-date(ws-side, ws-x-idx)
           move 0 to ws-rec-hi-date(ws-side, ws-x-idx)

           move 1 to ws-column-kind
           if ws-col-length(ws-side, 1) > 0
               or ws-col-field(ws-side, 1) > 0
           then
               perform extract-column
               move upper-case(trim(ws-field-text))
                   to ws-rec-ref(ws-side, ws-x-idx)
           end-if

           move 2 to ws-column-kind
           perform extract-column
           perform parse-amount-field
           if ws-parse-bad then
               set ws-rec-bad(ws-side, ws-x-idx) to true
               move "BAD AMOUNT" to ws-rec-reason(ws-side, ws-x-idx)
               exit paragraph
           end-if
           move ws-parsed-amount to ws-rec-amount(ws-side, ws-x-idx)

           move 3 to ws-column-kind
           perform extract-column
           perform parse-date-field
           if ws-parse-bad then
               set ws-rec-bad(ws-side, ws-x-idx) to true
               move "BAD DATE" to ws-rec-reason(ws-side, ws-x-idx)
               exit paragraph
           end-if
           move ws-parsed-date to ws-rec-date(ws-side, ws-x-idx)
           compute ws-rec-day(ws-side, ws-x-idx) =
               integer-of-date(ws-parsed-date)
           end-compute

           if ws-side = 1 then
               move ws-parsed-date to ws-work-date
               perform compute-date-window
               move ws-work-lo to ws-rec-lo-date(ws-side, ws-x-idx)
               move ws-work-hi to ws-rec-hi-date(ws-side, ws-x-idx)
           end-if

           exit paragraph.


       extract-column.

           move spaces to ws-field-text

           if ws-col-length(ws-side, ws-column-kind) > 0 then
               move ws-read-line(
                   ws-col-start(ws-side, ws-column-kind):
                   ws-col-length(ws-side, ws-column-kind))
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
               or ws-field-idx > ws-col-field(ws-side, ws-column-kind)
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
                       if ws-field-idx
                           = ws-col-field(ws-side, ws-column-kind)
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
      *>   without a decimal point the side's implied decimals
      *>   apply.
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

           if not ws-point-seen and ws-side-decimals(ws-side) > 0
           then
               compute ws-parsed-amount rounded =
                   ws-parsed-amount / (10 ** ws-side-decimals(ws-side))
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


      *>   ws-work-date plus and minus the window in business days,
      *>   through the business-day calendar; each date is worked
      *>   out once.
       compute-date-window.

           move ws-work-date to ws-work-lo
           move ws-work-date to ws-work-hi

           if ws-window-days = 0 then
               exit paragraph
           end-if

           perform varying ws-wc-idx from 1 by 1
               until ws-wc-idx > ws-window-cache-count
               if ws-wc-date(ws-wc-idx) = ws-work-date then
                   move ws-wc-lo(ws-wc-idx) to ws-work-lo
                   move ws-wc-hi(ws-wc-idx) to ws-work-hi
                   exit paragraph
               end-if
           end-perform

           move ws-window-days to ws-window-disp

           move concatenate("ADDBUSDAYS$(" ws-work-date ", -"
               trim(ws-window-disp) ")")
               to ws-busday-input
           perform call-business-day-walk
           if ws-busday-value(2:8) is numeric then
               move ws-busday-value(2:8) to ws-work-lo
           end-if

           move concatenate("ADDBUSDAYS$(" ws-work-date ", "
               trim(ws-window-disp) ")")
               to ws-busday-input
           perform call-business-day-walk
           if ws-busday-value(2:8) is numeric then
               move ws-busday-value(2:8) to ws-work-hi
           end-if

           if ws-window-cache-count < ws-max-window-cache then
               add 1 to ws-window-cache-count
               move ws-work-date to ws-wc-date(ws-window-cache-count)
               move ws-work-lo to ws-wc-lo(ws-window-cache-count)
               move ws-work-hi to ws-wc-hi(ws-window-cache-count)
           end-if

           exit paragraph.


       call-business-day-walk.

           move spaces to ws-busday-value
           call "busday-func" using
               ws-busday-input ws-busday-type ws-busday-value
               ws-busday-num ws-busday-rc
           end-call

           exit paragraph.


      *>   Pass 1: equal reference, amount in tolerance, date in
      *>   window; the closest amount, then the closest date.
       pass-reference-pairs.

           move 1 to ws-match-category
           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if ws-rec-open(1, ws-l-idx)
                   and ws-rec-ref(1, ws-l-idx) not = spaces
               then
                   move 0 to ws-best-idx
                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-open(2, ws-r-idx)
                           and ws-rec-ref(2, ws-r-idx)
                               = ws-rec-ref(1, ws-l-idx)
                       then
                           perform test-pair-candidate
                       end-if
                   end-perform
                   if ws-best-idx > 0 then
                       perform take-pair-match
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   Pass 2 (RULE=MANY): open right records on the left's
      *>   reference, in its window, summing to its amount.
       pass-reference-groups.

           move 2 to ws-match-category
           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if ws-rec-open(1, ws-l-idx)
                   and ws-rec-ref(1, ws-l-idx) not = spaces
               then
                   move 0 to ws-group-sum
                   move 0 to ws-group-members
                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-open(2, ws-r-idx)
                           and ws-rec-ref(2, ws-r-idx)
                               = ws-rec-ref(1, ws-l-idx)
                       then
                           perform test-window
                           if ws-in-window then
                               add ws-rec-amount(2, ws-r-idx)
                                   to ws-group-sum
                               add 1 to ws-group-members
                           end-if
                       end-if
                   end-perform

                   compute ws-diff =
                       ws-rec-amount(1, ws-l-idx) - ws-group-sum
                   end-compute
                   if ws-diff < 0 then
                       compute ws-diff = 0 - ws-diff
                       end-compute
                   end-if

                   if ws-group-members > 1
                       and ws-diff <= ws-tolerance
                   then
                       add 1 to ws-group-count
                       perform mark-left-matched
                       perform varying ws-r-idx from 1 by 1
                           until ws-r-idx > ws-rec-count(2)
                           if ws-rec-open(2, ws-r-idx)
                               and ws-rec-ref(2, ws-r-idx)
                                   = ws-rec-ref(1, ws-l-idx)
                           then
                               perform test-window
                               if ws-in-window then
                                   perform mark-right-matched
                               end-if
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   Pass 3: amount in tolerance and date in window, whatever
      *>   the references say.
       pass-amount-date-pairs.

           move 3 to ws-match-category
           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if ws-rec-open(1, ws-l-idx) then
                   move 0 to ws-best-idx
                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-open(2, ws-r-idx) then
                           perform test-pair-candidate
                       end-if
                   end-perform
                   if ws-best-idx > 0 then
                       perform take-pair-match
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   Pass 4 (RULE=MANY): the open right records of one date in
      *>   the left's window, summing to its amount -- the day's
      *>   receipts batch behind one deposit.
       pass-date-groups.

           move 4 to ws-match-category
           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if ws-rec-open(1, ws-l-idx) then
                   move 0 to ws-dg-count
                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-open(2, ws-r-idx) then
                           perform test-window
                           if ws-in-window then
                               perform add-to-date-group
                           end-if
                       end-if
                   end-perform

                   move 0 to ws-dg-best-idx
                   perform varying ws-dg-idx from 1 by 1
                       until ws-dg-idx > ws-dg-count
                       compute ws-diff = ws-rec-amount(1, ws-l-idx)
                           - ws-dg-sum(ws-dg-idx)
                       end-compute
                       if ws-diff < 0 then
                           compute ws-diff = 0 - ws-diff
                           end-compute
                       end-if
                       if ws-dg-members(ws-dg-idx) > 1
                           and ws-diff <= ws-tolerance
                       then
                           if ws-dg-best-idx = 0
                               or ws-diff < ws-best-diff
                           then
                               move ws-dg-idx to ws-dg-best-idx
                               move ws-diff to ws-best-diff
                           end-if
                       end-if
                   end-perform

                   if ws-dg-best-idx > 0 then
                       add 1 to ws-group-count
                       perform mark-left-matched
                       perform varying ws-r-idx from 1 by 1
                           until ws-r-idx > ws-rec-count(2)
                           if ws-rec-open(2, ws-r-idx)
                               and ws-rec-date(2, ws-r-idx)
                                   = ws-dg-date(ws-dg-best-idx)
                           then
                               perform mark-right-matched
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           exit paragraph.


       add-to-date-group.

           perform varying ws-dg-idx from 1 by 1
               until ws-dg-idx > ws-dg-count
               if ws-dg-date(ws-dg-idx) = ws-rec-date(2, ws-r-idx)
               then
                   add ws-rec-amount(2, ws-r-idx)
                       to ws-dg-sum(ws-dg-idx)
                   add 1 to ws-dg-members(ws-dg-idx)
                   exit paragraph
               end-if
           end-perform

           if ws-dg-count < ws-max-group-dates then
               add 1 to ws-dg-count
               move ws-rec-date(2, ws-r-idx) to ws-dg-date(ws-dg-count)
               move ws-rec-amount(2, ws-r-idx)
                   to ws-dg-sum(ws-dg-count)
               move 1 to ws-dg-members(ws-dg-count)
           end-if

           exit paragraph.


      *>   Right record ws-r-idx against left ws-l-idx: in the
      *>   left's window, amount in tolerance, better than the best
      *>   so far?
       test-pair-candidate.

           perform test-window
           if ws-outside-window then
               exit paragraph
           end-if

           perform test-tolerance
           if ws-outside-tolerance then
               exit paragraph
           end-if

           compute ws-gap = ws-rec-day(2, ws-r-idx)
               - ws-rec-day(1, ws-l-idx)
           end-compute
           if ws-gap < 0 then
               compute ws-gap = 0 - ws-gap
               end-compute
           end-if

           if ws-best-idx = 0
               or ws-diff < ws-best-diff
               or (ws-diff = ws-best-diff and ws-gap < ws-best-gap)
           then
               move ws-r-idx to ws-best-idx
               move ws-diff to ws-best-diff
               move ws-gap to ws-best-gap
           end-if

           exit paragraph.


       test-window.

           if ws-rec-date(2, ws-r-idx) >= ws-rec-lo-date(1, ws-l-idx)
               and ws-rec-date(2, ws-r-idx)
                   <= ws-rec-hi-date(1, ws-l-idx)
           then
               set ws-in-window to true
           else
               set ws-outside-window to true
           end-if

           exit paragraph.


       test-tolerance.

           compute ws-diff = ws-rec-amount(1, ws-l-idx)
               - ws-rec-amount(2, ws-r-idx)
           end-compute
           if ws-diff < 0 then
               compute ws-diff = 0 - ws-diff
               end-compute
           end-if

           if ws-diff <= ws-tolerance then
               set ws-in-tolerance to true
           else
               set ws-outside-tolerance to true
           end-if

           exit paragraph.


       take-pair-match.

           add 1 to ws-group-count
           perform mark-left-matched
           move ws-best-idx to ws-r-idx
           perform mark-right-matched

           exit paragraph.


       mark-left-matched.

           set ws-rec-matched(1, ws-l-idx) to true
           move ws-group-count to ws-rec-group(1, ws-l-idx)
           move ws-match-category to ws-rec-category(1, ws-l-idx)
           add 1 to ws-cat-left-count(ws-match-category)
           add ws-rec-amount(1, ws-l-idx)
               to ws-cat-left-amount(ws-match-category)

           exit paragraph.


       mark-right-matched.

           set ws-rec-matched(2, ws-r-idx) to true
           move ws-group-count to ws-rec-group(2, ws-r-idx)
           move ws-match-category to ws-rec-category(2, ws-r-idx)
           add 1 to ws-cat-right-count(ws-match-category)
           add ws-rec-amount(2, ws-r-idx)
               to ws-cat-right-amount(ws-match-category)

           exit paragraph.


      *>   In left order: group|reason|difference|left|right, one
      *>   line per right record of the group, the difference
      *>   being the group's left amount less its right total.
       write-matched-output.

           move ws-channel-number(3) to ws-out-file-number

           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if ws-rec-matched(1, ws-l-idx) then
                   move 0 to ws-group-sum
                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-group(2, ws-r-idx)
                           = ws-rec-group(1, ws-l-idx)
                       then
                           add ws-rec-amount(2, ws-r-idx)
                               to ws-group-sum
                       end-if
                   end-perform
                   compute ws-diff =
                       ws-rec-amount(1, ws-l-idx) - ws-group-sum
                   end-compute

                   perform varying ws-r-idx from 1 by 1
                       until ws-r-idx > ws-rec-count(2)
                       if ws-rec-group(2, ws-r-idx)
                           = ws-rec-group(1, ws-l-idx)
                       then
                           perform write-one-match-line
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       write-one-match-line.

           move ws-rec-group(1, ws-l-idx) to ws-group-disp
           move ws-diff to ws-amount-disp
           move ws-rec-category(1, ws-l-idx) to ws-cat-idx

           move length(trim(ws-rec-text(1, ws-l-idx) trailing))
               to ws-left-text-len
           move length(trim(ws-rec-text(2, ws-r-idx) trailing))
               to ws-text-len

           move spaces to ws-out-line
           string
               ws-group-disp "|"
               trim(ws-category-name(ws-cat-idx)(9:)) "|"
               trim(ws-amount-disp) "|"
               ws-rec-text(1, ws-l-idx)(1:ws-left-text-len) "|"
               ws-rec-text(2, ws-r-idx)(1:ws-text-len)
               delimited by size
               into ws-out-line
           end-string

           perform put-output-line

           exit paragraph.


      *>   reason|record for every record of the side left open,
      *>   bad ones included.
       write-unmatched-output.

           move ws-channel-number(ws-side + 3) to ws-out-file-number
           compute ws-cat-idx = ws-side + 4
           end-compute

           perform varying ws-x-idx from 1 by 1
               until ws-x-idx > ws-rec-count(ws-side)
               if not ws-rec-matched(ws-side, ws-x-idx) then
                   if ws-rec-open(ws-side, ws-x-idx) then
                       if ws-side = 1 then
                           move ws-x-idx to ws-l-idx
                           perform explain-left-unmatched
                       else
                           move ws-x-idx to ws-r-idx
                           perform explain-right-unmatched
                       end-if
                   end-if

                   if ws-side = 1 then
                       add 1 to ws-cat-left-count(ws-cat-idx)
                       add ws-rec-amount(ws-side, ws-x-idx)
                           to ws-cat-left-amount(ws-cat-idx)
                   else
                       add 1 to ws-cat-right-count(ws-cat-idx)
                       add ws-rec-amount(ws-side, ws-x-idx)
                           to ws-cat-right-amount(ws-cat-idx)
                   end-if

                   move length(trim(ws-rec-text(ws-side, ws-x-idx)
                       trailing)) to ws-text-len
                   move spaces to ws-out-line
                   string
                       trim(ws-rec-reason(ws-side, ws-x-idx)) "|"
                       ws-rec-text(ws-side, ws-x-idx)(1:ws-text-len)
                       delimited by size
                       into ws-out-line
                   end-string
                   perform put-output-line
               end-if
           end-perform

           exit paragraph.


      *>   Why nothing paired with left ws-l-idx: its reference
      *>   found with the amount off, a fitting candidate already
      *>   taken, the amount found outside the window -- in that
      *>   order of telling -- or nothing at all.
       explain-left-unmatched.

           move 'N' to ws-reason-ref-sw
           move 'N' to ws-reason-taken-sw
           move 'N' to ws-reason-window-sw

           perform varying ws-r-idx from 1 by 1
               until ws-r-idx > ws-rec-count(2)
               if not ws-rec-bad(2, ws-r-idx) then
                   perform classify-near-miss
               end-if
           end-perform

           perform set-near-miss-reason

           exit paragraph.


       explain-right-unmatched.

           move 'N' to ws-reason-ref-sw
           move 'N' to ws-reason-taken-sw
           move 'N' to ws-reason-window-sw

           perform varying ws-l-idx from 1 by 1
               until ws-l-idx > ws-rec-count(1)
               if not ws-rec-bad(1, ws-l-idx) then
                   perform classify-near-miss
               end-if
           end-perform

           perform set-near-miss-reason

           exit paragraph.


       classify-near-miss.

           perform test-tolerance
           perform test-window

           if ws-rec-ref(1, ws-l-idx) not = spaces
               and ws-rec-ref(1, ws-l-idx) = ws-rec-ref(2, ws-r-idx)
               and ws-outside-tolerance
           then
               set ws-reason-ref-differs to true
           end-if

           if ws-in-tolerance and ws-in-window then
               if (ws-side = 1 and ws-rec-matched(2, ws-r-idx))
                   or (ws-side = 2 and ws-rec-matched(1, ws-l-idx))
               then
                   set ws-reason-taken to true
               end-if
           end-if

           if ws-in-tolerance and ws-outside-window then
               set ws-reason-window to true
           end-if

           exit paragraph.


       set-near-miss-reason.

           evaluate true
               when ws-reason-ref-differs
                   move "REF FOUND, AMOUNT DIFFERS"
                       to ws-rec-reason(ws-side, ws-x-idx)
               when ws-reason-taken
                   move "CANDIDATE ALREADY MATCHED"
                       to ws-rec-reason(ws-side, ws-x-idx)
               when ws-reason-window
                   move "AMOUNT FOUND OUTSIDE WINDOW"
                       to ws-rec-reason(ws-side, ws-x-idx)
               when other
                   move "NO CANDIDATE"
                       to ws-rec-reason(ws-side, ws-x-idx)
           end-evaluate

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


      *>   Counts and amounts by category to the log, the SUMMARY
      *>   file when named, and the RECON.* variables.
       report-summary.

           if ws-summary-file-name not = spaces then
               call "env-guard-check" using
                   ws-summary-file-name ws-env-guard-rc
               end-call
               if ws-env-guard-rc = 0 then
                   move spaces to ws-summary-file-name
               else
                   open output fd-recon-summary
                   if not ws-summary-ok then
                       call "logger-leveled" using concatenate(
                           "RECONCILE :: WARN : cannot write "
                           "summary " trim(ws-summary-file-name)
                           " status " ws-summary-status)
                           "WARN"
                       end-call
                       move spaces to ws-summary-file-name
                   end-if
               end-if
           end-if

           move ws-window-days to ws-window-disp
           move ws-tolerance to ws-amount-disp
           move spaces to ws-summary-text
           string
               "RECONCILE #" ws-channel-number(1)
               " TO #" ws-channel-number(2)
               "  TOLERANCE " trim(ws-amount-disp)
               "  WINDOW " trim(ws-window-disp) " BUSINESS DAY(S)"
               "  RULE "
               delimited by size
               into ws-summary-text
           end-string
           if ws-rule-many then
               move concatenate(trim(ws-summary-text) " MANY")
                   to ws-summary-text
           else
               move concatenate(trim(ws-summary-text) " ONE")
                   to ws-summary-text
           end-if
           perform put-summary-text

           move ws-summary-heading to ws-summary-text
           perform put-summary-text

           move 0 to ws-total-left-count ws-total-right-count
           move 0 to ws-total-left-amount ws-total-right-amount
           move 0 to ws-matched-total

           perform varying ws-cat-idx from 1 by 1
               until ws-cat-idx > 6
               move ws-category-name(ws-cat-idx) to ws-sd-name
               move ws-cat-left-count(ws-cat-idx)
                   to ws-sd-left-count
               move ws-cat-left-amount(ws-cat-idx)
                   to ws-sd-left-amount
               move ws-cat-right-count(ws-cat-idx)
                   to ws-sd-right-count
               move ws-cat-right-amount(ws-cat-idx)
                   to ws-sd-right-amount
               add ws-cat-left-count(ws-cat-idx)
                   to ws-total-left-count
               add ws-cat-left-amount(ws-cat-idx)
                   to ws-total-left-amount
               add ws-cat-right-count(ws-cat-idx)
                   to ws-total-right-count
               add ws-cat-right-amount(ws-cat-idx)
                   to ws-total-right-amount

               move ws-summary-detail to ws-summary-text
               perform put-summary-text
           end-perform

           move "TOTAL" to ws-sd-name
           move ws-total-left-count to ws-sd-left-count
           move ws-total-left-amount to ws-sd-left-amount
           move ws-total-right-count to ws-sd-right-count
           move ws-total-right-amount to ws-sd-right-amount
           move ws-summary-detail to ws-summary-text
           perform put-summary-text

           if ws-summary-file-name not = spaces then
               close fd-recon-summary
           end-if

           move ws-group-count to ws-count-disp
           move concatenate("RECON.MATCHED = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           move ws-cat-left-count(5) to ws-count-disp
           move concatenate("RECON.LEFT = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           move ws-cat-right-count(6) to ws-count-disp
           move concatenate("RECON.RIGHT = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.


       put-summary-text.

           call "logger" using concatenate(
               "RECONCILE :: " trim(ws-summary-text trailing))
           end-call

           if ws-summary-file-name not = spaces then
               write f-recon-summary-line from ws-summary-text
           end-if

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

       end program reconcile-cmd.
