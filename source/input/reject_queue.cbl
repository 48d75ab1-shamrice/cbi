      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Reject work queue behind the EDITRULES reject file,
      *          so clerks stop retyping fixes in an editor and hand-
      *          building resubmission files that bypass the rules.
      *          Statements:
      *            REJECTQUEUE "rules-file", "reject-file",
      *                "resubmit-file"[, "reason-table"
      *                [, amount-start, amount-len]] [LOOKUP #n]
      *            REJECTAGING "reject-file"
      *          Each reject line (rule-id|field-value|record) is
      *          taken into the queue register kept beside the reject
      *          file (<reject-file>.queue), one line per reject:
      *            REJ|id|arrived|rule|status|resolved|clerk|reason|
      *                record
      *          status OPEN, CORRECTED or WRITTENOFF, arrived and
      *          resolved the processing dates; a record already in
      *          the queue is not taken twice. REJECTQUEUE steps the
      *          clerk through the OPEN rejects on a data-entry
      *          screen, the same screen handling as DOFORM: the
      *          record with the failed field highlighted, the rule
      *          and what is wrong, and the field to correct. Enter
      *          re-checks the corrected record against the same
      *          rules file -- a record still failing moves to the
      *          next failed field, a clean one is marked CORRECTED.
      *          F2 writes the reject off with a reason code (checked
      *          against the reason code table when one is named),
      *          F4 pops the lookup window over the field when LOOKUP
      *          #n named a keyed channel, PgDn/PgUp step through the
      *          queue and Escape ends the session. The session's
      *          corrected records are added to the resubmission file
      *          for the next run's input, which carries its own TRL
      *          control totals trailer in the TOTALS convention
      *          (count, and a hash total over the amount columns
      *          when given), so the next run can TOTALS VERIFY it;
      *          the loading job removes the file once it is taken.
      *          Corrections and write-offs go to the audit journal.
      *          REJECTAGING prints the outstanding rejects by rule
      *          and by age in days through the report pager.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. reject-queue.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.
           crt status is ws-crt-status.

       input-output section.
           file-control.
               select optional fd-queue-file
               assign to dynamic ws-queue-file-name
               organization is line sequential
               file status is ws-queue-file-status.

               select optional fd-reject-file
               assign to dynamic ws-reject-file-name
               organization is line sequential
               file status is ws-reject-file-status.

               select optional fd-resubmit-file
               assign to dynamic ws-resubmit-file-name
               organization is line sequential
               file status is ws-resubmit-file-status.

               select optional fd-resubmit-new-file
               assign to dynamic ws-resubmit-new-name
               organization is line sequential
               file status is ws-resubmit-new-status.

       data division.

       file section.

       fd  fd-queue-file.
       01  f-queue-line                  pic x(2200).

       fd  fd-reject-file.
       01  f-reject-line                 pic x(33000).

       fd  fd-resubmit-file.
       01  f-resubmit-line               pic x(2048).

       fd  fd-resubmit-new-file.
       01  f-resubmit-new-line           pic x(2048).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       copy screenio.

       01  ws-crt-status.
           05  ws-crt-status-key-1     pic 99.
           05  ws-crt-status-key-2     pic 99.

       01  ws-queue-file-name            pic x(1024) value spaces.
       01  ws-queue-file-status          pic xx.
           88  ws-queue-file-ok          value "00" "05".

       01  ws-reject-file-name           pic x(1024) value spaces.
       01  ws-reject-file-status         pic xx.
           88  ws-reject-file-ok         value "00".

       01  ws-resubmit-file-name         pic x(1024) value spaces.
       01  ws-resubmit-file-status       pic xx.
           88  ws-resubmit-file-ok       value "00".
       01  ws-resubmit-new-name          pic x(1024) value spaces.
       01  ws-resubmit-new-status        pic xx.
           88  ws-resubmit-new-ok        value "00" "05".

       01  ws-rules-file-name            pic x(1024) value spaces.
       01  ws-reason-table-name          pic x(32) value spaces.
       01  ws-amount-start               pic 9(4) value 0.
       01  ws-amount-len                 pic 9(4) value 0.
       01  ws-lookup-channel             pic 99 value 0.

      *>   The queue register, held while a statement runs.
       78  ws-max-queue-entries          value 500.
       01  ws-queue-table.
           05  ws-num-queue-entries      pic 9(4) comp value 0.
           05  ws-queue-entry            occurs 500 times.
               10  ws-wq-id              pic 9(6).
               10  ws-wq-arrived         pic x(8).
               10  ws-wq-rule            pic x(16).
               10  ws-wq-status          pic x(10).
                   88  ws-wq-open        value "OPEN".
                   88  ws-wq-corrected   value "CORRECTED".
                   88  ws-wq-written-off value "WRITTENOFF".
               10  ws-wq-resolved        pic x(8).
               10  ws-wq-clerk           pic x(16).
               10  ws-wq-reason          pic x(8).
               10  ws-wq-record          pic x(2048).
       01  ws-wq-idx                     pic 9(4) comp.
       01  ws-last-queue-id              pic 9(6) value 0.
       01  ws-taken-count                pic 9(6) value 0.

      *>   The OPEN rejects the session steps through, and the
      *>   records it corrected.
       01  ws-open-list.
           05  ws-num-open-items         pic 9(4) comp value 0.
           05  ws-open-item              pic 9(4) comp
                                         occurs 500 times.
       01  ws-item-pos                   pic 9(4) comp value 0.
       01  ws-cur-idx                    pic 9(4) comp value 0.

       01  ws-resubmit-table.
           05  ws-num-resubmits          pic 9(4) comp value 0.
           05  ws-resubmit-record        pic x(2048)
                                         occurs 500 times.
       01  ws-rs-idx                     pic 9(4) comp.
       01  ws-written-off-count          pic 9(4) value 0.

       01  ws-queue-done-sw              pic a value 'N'.
           88  ws-queue-done             value 'Y'.
           88  ws-queue-not-done         value 'N'.
       01  ws-item-loaded-sw             pic a value 'N'.
           88  ws-item-loaded            value 'Y'.
           88  ws-item-not-loaded        value 'N'.

      *>   The item on the screen.
       01  ws-work-record                pic x(2048).
       01  ws-check-record               pic x(32768).
       01  ws-field-rule                 pic x(16).
       01  ws-field-start                pic 9(4) value 0.
       01  ws-field-len                  pic 9(4) value 0.
       01  ws-fail-reason                pic x(40).
       01  ws-check-rc                   pic 9.
       01  ws-entry-len                  pic 9(4) value 0.
       01  ws-entry-buffer               pic x(64).
       01  ws-old-value                  pic x(64).
       01  ws-message                    pic x(78).

       01  ws-window-offset              pic 9(4) value 1.
       01  ws-window-col                 pic 9(4) value 0.
       01  ws-window-len                 pic 9(4) value 0.
       78  ws-window-width               value 78.
       01  ws-screen-line                pic x(80).

       01  ws-lookup-result              pic x(64).
       01  ws-lookup-rc                  pic 9.

       01  ws-reason-entry               pic x(8).
       01  ws-code-value                 pic x(64).
       01  ws-code-rc                    pic 9.

       01  ws-proc-date                  pic x(8).
       01  ws-asof-active-sw             pic a.
       01  ws-age-days                   pic s9(6) value 0.
       01  ws-age-disp                   pic z(5)9.
       01  ws-operator-id                pic x(16) value spaces.

       01  ws-pos-disp                   pic zzz9.
       01  ws-count-disp                 pic zzz9.
       01  ws-count-disp-2               pic zzz9.
       01  ws-count-disp-3               pic zzz9.
       01  ws-start-disp                 pic zzz9.
       01  ws-end-disp                   pic zzz9.

      *>   Resubmission control totals, TOTALS trailer layout.
       01  ws-resubmit-count             pic 9(10) value 0.
       01  ws-resubmit-hash              pic s9(16)v99 value 0.
       01  ws-trailer-hash-value         pic 9(16)v99.
       01  ws-trailer-digits             pic 9(18).
       01  ws-amount-text                pic x(32).
       01  ws-amount-value               pic s9(14)v99 value 0.
       01  ws-resubmit-buffer            pic x(2048).

      *>   Aging report: outstanding rejects by rule and age band.
       78  ws-max-aging-rules            value 100.
       01  ws-aging-table.
           05  ws-num-aging-rules        pic 9(4) comp value 0.
           05  ws-aging-rule             occurs 100 times.
               10  ws-ag-rule            pic x(16).
               10  ws-ag-band            pic 9(6) occurs 5 times.
               10  ws-ag-total           pic 9(6).
       01  ws-aging-totals.
           05  ws-agt-band               pic 9(6) occurs 5 times.
           05  ws-agt-total              pic 9(6).
       01  ws-ag-idx                     pic 9(4) comp.
       01  ws-ag-found-idx               pic 9(4) comp.
       01  ws-band-idx                   pic 9 comp.
       01  ws-band-disp                  pic zzzzz9 occurs 6 times.
       01  ws-corrected-count            pic 9(6) value 0.
       01  ws-wo-count                   pic 9(6) value 0.
       01  ws-pager-channel              pic 99 value 0.
       01  ws-report-line                pic x(256).

       01  ws-audit-target-name          pic x(1024).
       01  ws-audit-note                 pic x(1024).

       local-storage section.

       01  ls-temp-param-buffer          pic x(1024).
       01  ls-token                      pic x(256) occurs 6 times.
       01  ls-token-idx                  pic 9 comp.
       01  ls-lookup-idx                 pic 9(4) comp value 0.
       01  ls-char-idx                   pic 9(4) comp.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-col-kind                   pic x(8).
       01  ls-col-id                     pic x(8).
       01  ls-col-arrived                pic x(8).
       01  ls-col-rule                   pic x(16).
       01  ls-col-status                 pic x(10).
       01  ls-col-resolved               pic x(8).
       01  ls-col-clerk                  pic x(16).
       01  ls-col-reason                 pic x(8).
       01  ls-col-value                  pic x(256).
       01  ls-line-pointer               pic 9(5) comp.
       01  ls-record-text                pic x(2048).
       01  ls-found-sw                   pic a value 'N'.
           88  ls-found                  value 'Y'.
           88  ls-not-found              value 'N'.

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           call "logger-leveled" using concatenate(
               "REJECT-QUEUE :: ERROR : should not be called directly. "
               "Use the 'rejectqueue-statement' entry point instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the dispatch loop hands the REJECTQUEUE
      *          and REJECTAGING statements to.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "rejectqueue-statement" using l-src-code-str.

           perform parse-statement

           if ws-reject-file-name = spaces then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: ERROR : Malformed statement, "
                   "expected REJECTQUEUE rules-file, reject-file, "
                   "resubmit-file or REJECTAGING reject-file: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               goback
           end-if

           move spaces to ws-queue-file-name
           string
               trim(ws-reject-file-name) ".queue"
               delimited by size
               into ws-queue-file-name
           end-string

           move spaces to ws-operator-id
           accept ws-operator-id from environment "CBI_OPERATOR"
           end-accept
           if ws-operator-id = spaces then
               move "(unset)" to ws-operator-id
           end-if

           call "get-processing-date" using
               ws-proc-date
               ws-asof-active-sw
           end-call

           perform load-queue-file
           perform take-in-reject-file

           if upper-case(l-src-code-str(1:length(ws-rejectaging)))
               = ws-rejectaging
           then
               perform save-queue-file
               perform print-aging-report
               goback
           end-if

           if ws-rules-file-name = spaces
               or ws-resubmit-file-name = spaces
           then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: ERROR : REJECTQUEUE needs the "
                   "rules file and the resubmission file: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               perform save-queue-file
               goback
           end-if

           perform build-open-list

           if ws-num-open-items = 0 then
               perform save-queue-file
               display "No outstanding rejects in "
                   trim(ws-reject-file-name) "."
               end-display
               goback
           end-if

           move 0 to ws-num-resubmits
           move 0 to ws-written-off-count
           move 1 to ws-item-pos
           set ws-item-not-loaded to true
           set ws-queue-not-done to true

           perform work-one-item
               until ws-queue-done

           perform save-queue-file
           perform write-resubmit-file

           move ws-num-resubmits to ws-count-disp
           move ws-written-off-count to ws-count-disp-2
           perform build-open-list
           move ws-num-open-items to ws-count-disp-3

           display " " at line 23 column 1
           end-display
           display concatenate(
               "Rejects corrected " trim(ws-count-disp)
               ", written off " trim(ws-count-disp-2)
               ", outstanding " trim(ws-count-disp-3) ".")
               at line 24 column 1
           end-display

           call "logger" using concatenate(
               "REJECT-QUEUE :: Session on " trim(ws-reject-file-name)
               " corrected " trim(ws-count-disp)
               " written off " trim(ws-count-disp-2)
               " outstanding " trim(ws-count-disp-3))
           end-call

           goback.


      *>   Quoted names, then the optional reason table and amount
      *>   columns; LOOKUP #n anywhere after them.
       parse-statement.

           move spaces to ws-rules-file-name
           move spaces to ws-reject-file-name
           move spaces to ws-resubmit-file-name
           move spaces to ws-reason-table-name
           move 0 to ws-amount-start
           move 0 to ws-amount-len
           move 0 to ws-lookup-channel

           if upper-case(l-src-code-str(1:length(ws-rejectaging)))
               = ws-rejectaging
           then
               move l-src-code-str(length(ws-rejectaging) + 1:)
                   to ls-temp-param-buffer
           else
               move l-src-code-str(length(ws-rejectqueue) + 1:)
                   to ls-temp-param-buffer
           end-if

           move 0 to ls-lookup-idx
           perform varying ls-char-idx from 1 by 1
           until ls-char-idx > length(ls-temp-param-buffer) - 8
               if upper-case(ls-temp-param-buffer(ls-char-idx:8))
                   = "LOOKUP #"
               then
                   move ls-char-idx to ls-lookup-idx
                   exit perform
               end-if
           end-perform

           if ls-lookup-idx > 0 then
               if ls-temp-param-buffer(ls-lookup-idx + 8:2) numeric
               then
                   move ls-temp-param-buffer(ls-lookup-idx + 8:2)
                       to ws-lookup-channel
               else
                   if ls-temp-param-buffer(ls-lookup-idx + 8:1)
                       numeric
                   then
                       move ls-temp-param-buffer(ls-lookup-idx + 8:1)
                           to ws-lookup-channel
                   end-if
               end-if
               move spaces to ls-temp-param-buffer(ls-lookup-idx:)
           end-if

           inspect ls-temp-param-buffer replacing all '"' by space

           perform varying ls-token-idx from 1 by 1
           until ls-token-idx > 6
               move spaces to ls-token(ls-token-idx)
           end-perform

           unstring ls-temp-param-buffer
               delimited by ","
               into ls-token(1) ls-token(2) ls-token(3)
                    ls-token(4) ls-token(5) ls-token(6)
           end-unstring

           if upper-case(l-src-code-str(1:length(ws-rejectaging)))
               = ws-rejectaging
           then
               move trim(ls-token(1)) to ws-reject-file-name
               exit paragraph
           end-if

           move trim(ls-token(1)) to ws-rules-file-name
           move trim(ls-token(2)) to ws-reject-file-name
           move trim(ls-token(3)) to ws-resubmit-file-name
           move upper-case(trim(ls-token(4))) to ws-reason-table-name

           if trim(ls-token(5)) not = spaces
               and test-numval(trim(ls-token(5))) = 0
               and trim(ls-token(6)) not = spaces
               and test-numval(trim(ls-token(6))) = 0
           then
               compute ws-amount-start = numval(ls-token(5))
               end-compute
               compute ws-amount-len = numval(ls-token(6))
               end-compute
           end-if

           exit paragraph.


       load-queue-file.

           move 0 to ws-num-queue-entries
           move 0 to ws-last-queue-id

           open input fd-queue-file
           if not ws-queue-file-ok then
               close fd-queue-file
               exit paragraph
           end-if

           set ls-not-eof to true
           perform until ls-eof
               read fd-queue-file
                   at end set ls-eof to true
                   not at end perform collect-queue-line
               end-read
           end-perform

           close fd-queue-file

           exit paragraph.


       collect-queue-line.

           if f-queue-line(1:4) not = "REJ|" then
               exit paragraph
           end-if

           if ws-num-queue-entries >= ws-max-queue-entries then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: WARN : more than "
                   ws-max-queue-entries " entries in "
                   trim(ws-queue-file-name) "; the rest are not "
                   "worked this session.")
                   "WARN"
               end-call
               exit paragraph
           end-if

           move spaces to ls-col-kind ls-col-id ls-col-arrived
               ls-col-rule ls-col-status ls-col-resolved
               ls-col-clerk ls-col-reason
           move 1 to ls-line-pointer
           unstring f-queue-line
               delimited by "|"
               into ls-col-kind ls-col-id ls-col-arrived ls-col-rule
                    ls-col-status ls-col-resolved ls-col-clerk
                    ls-col-reason
               with pointer ls-line-pointer
           end-unstring

           add 1 to ws-num-queue-entries
           move ls-col-id to ws-wq-id(ws-num-queue-entries)
           move ls-col-arrived to ws-wq-arrived(ws-num-queue-entries)
           move ls-col-rule to ws-wq-rule(ws-num-queue-entries)
           move ls-col-status to ws-wq-status(ws-num-queue-entries)
           move ls-col-resolved
               to ws-wq-resolved(ws-num-queue-entries)
           move ls-col-clerk to ws-wq-clerk(ws-num-queue-entries)
           move ls-col-reason to ws-wq-reason(ws-num-queue-entries)
           move spaces to ws-wq-record(ws-num-queue-entries)
           if ls-line-pointer <= length(f-queue-line) then
               move f-queue-line(ls-line-pointer:)
                   to ws-wq-record(ws-num-queue-entries)
           end-if

           if ws-wq-id(ws-num-queue-entries) > ws-last-queue-id then
               move ws-wq-id(ws-num-queue-entries)
                   to ws-last-queue-id
           end-if

           exit paragraph.


      *>   The reject file carries a line per failed rule; a record
      *>   already queued -- failing a second rule, or the same
      *>   reject file taken in again -- is not queued twice.
       take-in-reject-file.

           move 0 to ws-taken-count

           open input fd-reject-file
           if not ws-reject-file-ok then
               close fd-reject-file
               exit paragraph
           end-if

           set ls-not-eof to true
           perform until ls-eof
               read fd-reject-file
                   at end set ls-eof to true
                   not at end perform take-one-reject
               end-read
           end-perform

           close fd-reject-file

           move ws-taken-count to ws-count-disp
           call "logger" using concatenate(
               "REJECT-QUEUE :: Took " trim(ws-count-disp)
               " new reject(s) from " trim(ws-reject-file-name))
           end-call

           exit paragraph.


       take-one-reject.

           if trim(f-reject-line) = spaces then
               exit paragraph
           end-if

           move spaces to ls-col-rule ls-col-value
           move 1 to ls-line-pointer
           unstring f-reject-line
               delimited by "|"
               into ls-col-rule ls-col-value
               with pointer ls-line-pointer
           end-unstring

           move spaces to ls-record-text
           if ls-line-pointer <= length(f-reject-line) then
               move f-reject-line(ls-line-pointer:) to ls-record-text
           end-if

           set ls-not-found to true
           perform varying ws-wq-idx from 1 by 1
           until ws-wq-idx > ws-num-queue-entries
               if ws-wq-record(ws-wq-idx) = ls-record-text then
                   set ls-found to true
                   exit perform
               end-if
           end-perform

           if ls-found then
               exit paragraph
           end-if

           if ws-num-queue-entries >= ws-max-queue-entries then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: WARN : queue full at "
                   ws-max-queue-entries " entries; reject for rule "
                   trim(ls-col-rule) " not queued.")
                   "WARN"
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-queue-entries
           add 1 to ws-last-queue-id
           add 1 to ws-taken-count
           move ws-last-queue-id to ws-wq-id(ws-num-queue-entries)
           move ws-proc-date to ws-wq-arrived(ws-num-queue-entries)
           move ls-col-rule to ws-wq-rule(ws-num-queue-entries)
           set ws-wq-open(ws-num-queue-entries) to true
           move spaces to ws-wq-resolved(ws-num-queue-entries)
           move spaces to ws-wq-clerk(ws-num-queue-entries)
           move spaces to ws-wq-reason(ws-num-queue-entries)
           move ls-record-text to ws-wq-record(ws-num-queue-entries)

           exit paragraph.


       save-queue-file.

           open output fd-queue-file
           if not ws-queue-file-ok then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: ERROR : cannot write queue "
                   trim(ws-queue-file-name) " status "
                   ws-queue-file-status)
                   "ERROR"
               end-call
               close fd-queue-file
               exit paragraph
           end-if

           perform varying ws-wq-idx from 1 by 1
           until ws-wq-idx > ws-num-queue-entries
               move spaces to f-queue-line
               string
                   "REJ|" ws-wq-id(ws-wq-idx)
                   "|" trim(ws-wq-arrived(ws-wq-idx))
                   "|" trim(ws-wq-rule(ws-wq-idx))
                   "|" trim(ws-wq-status(ws-wq-idx))
                   "|" trim(ws-wq-resolved(ws-wq-idx))
                   "|" trim(ws-wq-clerk(ws-wq-idx))
                   "|" trim(ws-wq-reason(ws-wq-idx))
                   "|" trim(ws-wq-record(ws-wq-idx) trailing)
                   delimited by size
                   into f-queue-line
               end-string
               write f-queue-line
           end-perform

           close fd-queue-file

           exit paragraph.


       build-open-list.

           move 0 to ws-num-open-items
           perform varying ws-wq-idx from 1 by 1
           until ws-wq-idx > ws-num-queue-entries
               if ws-wq-open(ws-wq-idx) then
                   add 1 to ws-num-open-items
                   move ws-wq-idx to ws-open-item(ws-num-open-items)
               end-if
           end-perform

           exit paragraph.


      *>   One keystroke's worth of work on the item under the
      *>   cursor; a new item is loaded and painted first.
       work-one-item.

           if ws-item-not-loaded then
               perform load-current-item
           end-if

           perform paint-item-screen

           move ws-work-record(ws-field-start:ws-entry-len)
               to ws-entry-buffer

           accept ws-entry-buffer(1:ws-entry-len)
               at line 10 column 24
               with update
           end-accept

           evaluate ws-crt-status

               when COB-SCR-ESC
                   set ws-queue-done to true

               when COB-SCR-PAGE-DOWN
               when COB-SCR-KEY-DOWN
                   perform step-to-next-item

               when COB-SCR-PAGE-UP
               when COB-SCR-KEY-UP
                   if ws-item-pos > 1 then
                       subtract 1 from ws-item-pos
                       set ws-item-not-loaded to true
                   end-if

               when COB-SCR-F2
                   perform write-off-current-item

               when COB-SCR-F4
                   perform pop-lookup-window

               when other
                   perform recheck-corrected-item
           end-evaluate

           exit paragraph.


       load-current-item.

           set ws-item-loaded to true
           move ws-open-item(ws-item-pos) to ws-cur-idx
           move ws-wq-record(ws-cur-idx) to ws-work-record
           move ws-wq-rule(ws-cur-idx) to ws-field-rule
           move spaces to ws-message

           call "validate-rule-field" using
               ws-rules-file-name
               ws-field-rule
               ws-field-start
               ws-field-len
               ws-check-rc
           end-call

           perform check-work-record

           if ws-check-rc = 1 then
               move "Record now passes every rule -- Enter to "
                   & "resubmit it." to ws-message
           end-if

           perform fit-field-span

           exit paragraph.


      *>   The first rule the working record fails; its field
      *>   becomes the one on the screen.
       check-work-record.

           move ws-work-record to ws-check-record
           move spaces to ws-fail-reason

           call "validate-record-check" using
               ws-rules-file-name
               ws-check-record
               ws-field-rule
               ws-field-start
               ws-field-len
               ws-fail-reason
               ws-check-rc
           end-call

           if ws-check-rc = 0 then
               move concatenate(
                   "Rule " trim(ws-field-rule) ": field "
                   trim(ws-fail-reason) ".")
                   to ws-message
           end-if

           exit paragraph.


      *>   A field with no span (rules gone, or a clean record)
      *>   shows the head of the record; the entry area takes at
      *>   most 48 columns of the field.
       fit-field-span.

           if ws-field-start = 0 or ws-field-len = 0 then
               move 1 to ws-field-start
               move 1 to ws-field-len
           end-if

           if ws-field-start + ws-field-len - 1
               > length(ws-work-record)
           then
               move 1 to ws-field-start
               move 1 to ws-field-len
           end-if

           move ws-field-len to ws-entry-len
           if ws-entry-len > 48 then
               move 48 to ws-entry-len
           end-if

           move 1 to ws-window-offset
           if ws-field-start + ws-field-len - 1 > ws-window-width
           then
               compute ws-window-offset = ws-field-start - 10
               end-compute
               if ws-window-offset < 1 then
                   move 1 to ws-window-offset
               end-if
           end-if

           exit paragraph.


       paint-item-screen.

           display " " at line 1 column 1 with blank screen
           end-display

           move ws-item-pos to ws-pos-disp
           move ws-num-open-items to ws-count-disp
           display "REJECT WORK QUEUE" at line 1 column 1
               with highlight
           end-display
           display concatenate(
               "item " trim(ws-pos-disp) " of " trim(ws-count-disp))
               at line 1 column 60
           end-display
           display trim(ws-reject-file-name) at line 2 column 1
           end-display

           perform compute-item-age
           move ws-age-days to ws-age-disp
           display concatenate(
               "Reject " ws-wq-id(ws-cur-idx)
               "  rule " trim(ws-wq-rule(ws-cur-idx))
               "  arrived " ws-wq-arrived(ws-cur-idx)
               "  age " trim(ws-age-disp) " day(s)")
               at line 4 column 1
           end-display

           display "Record:" at line 6 column 1
           end-display
           move ws-work-record(ws-window-offset:ws-window-width)
               to ws-screen-line
           display ws-screen-line(1:ws-window-width)
               at line 7 column 2
           end-display

      *>   The field under correction, highlighted in place.
           compute ws-window-col =
               2 + ws-field-start - ws-window-offset
           end-compute
           compute ws-window-len =
               ws-window-width - (ws-field-start - ws-window-offset)
           end-compute
           if ws-window-len > ws-field-len then
               move ws-field-len to ws-window-len
           end-if
           display ws-work-record(ws-field-start:ws-window-len)
               at line 7 column ws-window-col
               with reverse-video
           end-display

           move ws-field-start to ws-start-disp
           compute ws-end-disp = ws-field-start + ws-field-len - 1
           end-compute
           display concatenate(
               "Rule " trim(ws-field-rule)
               " col " trim(ws-start-disp) "-" trim(ws-end-disp) ":")
               at line 10 column 1
           end-display

           display ws-message at line 14 column 1
           end-display

           display concatenate(
               "Enter=check/correct  F2=write off  F4=lookup  "
               "PgDn/PgUp=next/prev  Esc=end")
               at line 22 column 1
           end-display

           exit paragraph.


       compute-item-age.

           move 0 to ws-age-days

           if ws-wq-arrived(ws-cur-idx) numeric
               and ws-proc-date numeric
           then
               compute ws-age-days =
                   integer-of-date(numval(ws-proc-date))
                   - integer-of-date(
                       numval(ws-wq-arrived(ws-cur-idx)))
               end-compute
           end-if

           exit paragraph.


      *>   Enter: the typed value goes into the working record and
      *>   the whole record is checked again -- still failing, the
      *>   screen moves to that field; clean, it is corrected.
       recheck-corrected-item.

           move ws-work-record(ws-field-start:ws-entry-len)
               to ws-old-value
           move ws-entry-buffer(1:ws-entry-len)
               to ws-work-record(ws-field-start:ws-entry-len)

           perform check-work-record

           if ws-check-rc = 0 then
               perform fit-field-span
               exit paragraph
           end-if

           if ws-check-rc = 2 then
               move "No rules could be loaded from the rules file."
                   to ws-message
               exit paragraph
           end-if

           if ws-num-resubmits >= ws-max-queue-entries then
               move "Too many corrections for one session -- end "
                   & "the session and start again." to ws-message
               exit paragraph
           end-if

           set ws-wq-corrected(ws-cur-idx) to true
           move ws-proc-date to ws-wq-resolved(ws-cur-idx)
           move ws-operator-id to ws-wq-clerk(ws-cur-idx)
           move spaces to ws-wq-reason(ws-cur-idx)

           add 1 to ws-num-resubmits
           move ws-work-record to ws-resubmit-record(ws-num-resubmits)

           move spaces to ws-audit-note
           string
               "REJECT " ws-wq-id(ws-cur-idx)
               " rule " trim(ws-wq-rule(ws-cur-idx))
               " corrected by " trim(ws-operator-id)
               " for resubmission to " trim(ws-resubmit-file-name)
               delimited by size
               into ws-audit-note
           end-string
           perform report-queue-event

           perform drop-current-item

           exit paragraph.


      *>   F2: a reason code, checked against the reason table when
      *>   the statement named one; blank backs out.
       write-off-current-item.

           display "Write-off reason code:" at line 12 column 1
           end-display
           move spaces to ws-reason-entry
           accept ws-reason-entry
               at line 12 column 24
               with update
           end-accept

           if ws-reason-entry = spaces
               or ws-crt-status = COB-SCR-ESC
           then
               move "Write-off cancelled." to ws-message
               exit paragraph
           end-if

           move upper-case(ws-reason-entry) to ws-reason-entry

           if ws-reason-table-name not = spaces then
               move ws-reason-entry to ws-code-value
               call "codetable-has-code" using
                   ws-reason-table-name
                   ws-code-value
                   ws-code-rc
               end-call
               if ws-code-rc not = 1 then
                   move concatenate(
                       "Reason " trim(ws-reason-entry)
                       " is not in table "
                       trim(ws-reason-table-name) ".")
                       to ws-message
                   exit paragraph
               end-if
           end-if

           set ws-wq-written-off(ws-cur-idx) to true
           move ws-proc-date to ws-wq-resolved(ws-cur-idx)
           move ws-operator-id to ws-wq-clerk(ws-cur-idx)
           move ws-reason-entry to ws-wq-reason(ws-cur-idx)
           add 1 to ws-written-off-count

           move spaces to ws-audit-note
           string
               "REJECT " ws-wq-id(ws-cur-idx)
               " rule " trim(ws-wq-rule(ws-cur-idx))
               " written off by " trim(ws-operator-id)
               " reason " trim(ws-reason-entry)
               delimited by size
               into ws-audit-note
           end-string
           perform report-queue-event

           perform drop-current-item

           exit paragraph.


      *>   F4: the pick window over the field, seeded with what is
      *>   typed; the chosen key lands in the field.
       pop-lookup-window.

           if ws-lookup-channel = 0 then
               move "No lookup channel for this queue." to ws-message
               exit paragraph
           end-if

           move spaces to ws-lookup-result
           move ws-entry-buffer to ws-lookup-result
           call "lookup-window" using
               ws-lookup-channel
               ws-lookup-result
               ws-lookup-rc
           end-call

           if ws-lookup-rc = 1 then
               move ws-lookup-result(1:ws-entry-len)
                   to ws-work-record(ws-field-start:ws-entry-len)
           end-if

           exit paragraph.


      *>   A resolved item leaves the list; the cursor stays at the
      *>   same position, on what was the next item.
       drop-current-item.

           perform build-open-list

           if ws-num-open-items = 0 then
               set ws-queue-done to true
               exit paragraph
           end-if

           if ws-item-pos > ws-num-open-items then
               move ws-num-open-items to ws-item-pos
           end-if
           set ws-item-not-loaded to true

           exit paragraph.


       step-to-next-item.

           if ws-item-pos < ws-num-open-items then
               add 1 to ws-item-pos
               set ws-item-not-loaded to true
           end-if

           exit paragraph.


       report-queue-event.

           move ws-queue-file-name to ws-audit-target-name
           call "audit-write" using
               ws-audit-target-name
               ws-audit-note
           end-call

           call "logger" using concatenate(
               "REJECT-QUEUE :: " trim(ws-audit-note))
           end-call

           exit paragraph.


      *>   The corrected records join whatever resubmission the next
      *>   run has not yet taken, under one fresh trailer.
       write-resubmit-file.

           if ws-num-resubmits = 0 then
               exit paragraph
           end-if

           move 0 to ws-resubmit-count
           move 0 to ws-resubmit-hash

           move spaces to ws-resubmit-new-name
           string
               trim(ws-resubmit-file-name) ".new"
               delimited by size
               into ws-resubmit-new-name
           end-string

           open output fd-resubmit-new-file
           if not ws-resubmit-new-ok then
               call "logger-leveled" using concatenate(
                   "REJECT-QUEUE :: ERROR : cannot write "
                   trim(ws-resubmit-new-name) " status "
                   ws-resubmit-new-status)
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Resubmission file could not be written: "
                   trim(ws-resubmit-file-name))
               end-call
               close fd-resubmit-new-file
               exit paragraph
           end-if

           open input fd-resubmit-file
           if ws-resubmit-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-resubmit-file
                       at end set ls-eof to true
                       not at end
                           if f-resubmit-line(1:3) not = "TRL" then
                               move f-resubmit-line
                                   to ws-resubmit-buffer
                               perform write-resubmit-record
                           end-if
                   end-read
               end-perform
           end-if
           close fd-resubmit-file

           perform varying ws-rs-idx from 1 by 1
           until ws-rs-idx > ws-num-resubmits
               move ws-resubmit-record(ws-rs-idx)
                   to ws-resubmit-buffer
               perform write-resubmit-record
           end-perform

           if ws-resubmit-hash < 0 then
               compute ws-trailer-hash-value = 0 - ws-resubmit-hash
               end-compute
           else
               move ws-resubmit-hash to ws-trailer-hash-value
           end-if
           compute ws-trailer-digits = ws-trailer-hash-value * 100
           end-compute

           move spaces to f-resubmit-new-line
           string
               "TRL" ws-resubmit-count ws-trailer-digits
               delimited by size
               into f-resubmit-new-line
           end-string
           write f-resubmit-new-line

           close fd-resubmit-new-file

           call "CBL_DELETE_FILE" using ws-resubmit-file-name
           end-call
           call "CBL_RENAME_FILE" using
               ws-resubmit-new-name
               ws-resubmit-file-name
           end-call

           call "logger" using concatenate(
               "REJECT-QUEUE :: Resubmission "
               trim(ws-resubmit-file-name) " now holds "
               ws-resubmit-count " record(s)")
           end-call

           exit paragraph.


       write-resubmit-record.

           move ws-resubmit-buffer to f-resubmit-new-line
           write f-resubmit-new-line

           add 1 to ws-resubmit-count

           if ws-amount-start > 0 and ws-amount-len > 0
               and ws-amount-start + ws-amount-len - 1
                   <= length(ws-resubmit-buffer)
           then
               move spaces to ws-amount-text
               move ws-resubmit-buffer(ws-amount-start:ws-amount-len)
                   to ws-amount-text
               if ws-amount-text not = spaces
                   and test-numval(trim(ws-amount-text)) = 0
               then
                   compute ws-amount-value = numval(ws-amount-text)
                   end-compute
                   add ws-amount-value to ws-resubmit-hash
               end-if
           end-if

           exit paragraph.


      *>   REJECTAGING -- outstanding rejects by rule across age
      *>   bands in days, through the pager like EDITREPORT.
       print-aging-report.

           move 0 to ws-num-aging-rules
           move 0 to ws-corrected-count
           move 0 to ws-wo-count
           initialize ws-aging-totals

           perform varying ws-wq-idx from 1 by 1
           until ws-wq-idx > ws-num-queue-entries
               evaluate true
                   when ws-wq-open(ws-wq-idx)
                       perform age-one-open-reject
                   when ws-wq-corrected(ws-wq-idx)
                       add 1 to ws-corrected-count
                   when ws-wq-written-off(ws-wq-idx)
                       add 1 to ws-wo-count
               end-evaluate
           end-perform

           move 0 to ws-pager-channel

           move spaces to ws-report-line
           string
               "REJECT AGING  " trim(ws-reject-file-name)
               "  as of " ws-proc-date
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           move concatenate(
               "  RULE               0-1    2-5   6-10  11-30"
               "    31+  TOTAL") to ws-report-line
           perform emit-report-line

           perform varying ws-ag-idx from 1 by 1
           until ws-ag-idx > ws-num-aging-rules
               perform varying ws-band-idx from 1 by 1
               until ws-band-idx > 5
                   move ws-ag-band(ws-ag-idx, ws-band-idx)
                       to ws-band-disp(ws-band-idx)
               end-perform
               move ws-ag-total(ws-ag-idx) to ws-band-disp(6)
               move spaces to ws-report-line
               string
                   "  " ws-ag-rule(ws-ag-idx)
                   " " ws-band-disp(1) " " ws-band-disp(2)
                   " " ws-band-disp(3) " " ws-band-disp(4)
                   " " ws-band-disp(5) " " ws-band-disp(6)
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
           end-perform

           perform varying ws-band-idx from 1 by 1
           until ws-band-idx > 5
               move ws-agt-band(ws-band-idx)
                   to ws-band-disp(ws-band-idx)
           end-perform
           move ws-agt-total to ws-band-disp(6)
           move spaces to ws-report-line
           string
               "  TOTAL           "
               " " ws-band-disp(1) " " ws-band-disp(2)
               " " ws-band-disp(3) " " ws-band-disp(4)
               " " ws-band-disp(5) " " ws-band-disp(6)
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           move ws-corrected-count to ws-band-disp(1)
           move ws-wo-count to ws-band-disp(2)
           move spaces to ws-report-line
           string
               "  resolved: corrected " trim(ws-band-disp(1))
               "  written off " trim(ws-band-disp(2))
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           exit paragraph.


       age-one-open-reject.

           move ws-wq-idx to ws-cur-idx
           perform compute-item-age

           evaluate true
               when ws-age-days <= 1
                   move 1 to ws-band-idx
               when ws-age-days <= 5
                   move 2 to ws-band-idx
               when ws-age-days <= 10
                   move 3 to ws-band-idx
               when ws-age-days <= 30
                   move 4 to ws-band-idx
               when other
                   move 5 to ws-band-idx
           end-evaluate

           move 0 to ws-ag-found-idx
           perform varying ws-ag-idx from 1 by 1
           until ws-ag-idx > ws-num-aging-rules
               if ws-ag-rule(ws-ag-idx) = ws-wq-rule(ws-wq-idx) then
                   move ws-ag-idx to ws-ag-found-idx
                   exit perform
               end-if
           end-perform

           if ws-ag-found-idx = 0 then
               if ws-num-aging-rules >= ws-max-aging-rules then
                   exit paragraph
               end-if
               add 1 to ws-num-aging-rules
               move ws-num-aging-rules to ws-ag-found-idx
               move ws-wq-rule(ws-wq-idx) to ws-ag-rule(ws-ag-found-idx)
               move 0 to ws-ag-total(ws-ag-found-idx)
               perform varying ws-ag-idx from 1 by 1
               until ws-ag-idx > 5
                   move 0 to ws-ag-band(ws-ag-found-idx, ws-ag-idx)
               end-perform
           end-if

           add 1 to ws-ag-band(ws-ag-found-idx, ws-band-idx)
           add 1 to ws-ag-total(ws-ag-found-idx)
           add 1 to ws-agt-band(ws-band-idx)
           add 1 to ws-agt-total

           exit paragraph.


       emit-report-line.

           call "pager-before-line" using ws-pager-channel
           end-call
           display trim(ws-report-line trailing)

           exit paragraph.

       end program reject-queue.
