      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Declarative edit-rule validation for batch loads --
      *          the forms subsystem validates interactive entry,
      *          this validates every record read from a channel so
      *            EDITREPORT
      *          The rules file is one rule per line, pipe-delimited:
      *            rule-id|start|len|type|req|min|max|values
      *          with type NUM, ALPHA, DATE, PATTERN or ANY; req Y/N;
      *          min/max numeric bounds for NUM (blank = unchecked);
      *          values a /-separated allowed-code list (blank = any),
      *          or table:NAME to accept any code of a declared code
      *          table. For PATTERN the values column is an extended
      *          regular expression the whole trimmed field must
      *          match, e.g. [A-Z]{2}[0-9]{6}; it runs to the end of
      *          the line, so it may use | itself. A pattern that
      *          does not compile is logged and its rule skipped.
      *          A len of @ELEMENT takes the length, and any
      *          blank type/min/max/values, from that data
      *          dictionary element.
      *          A record failing any rule is written to the reject
      *          file as rule-id|field-value|record and suppressed
      *          from the script, so only clean records reach the
      *          at a time -- re-arming moves the rules to the new
      *          channel. State is kept in working-storage, same as
      *          file-io.cbl, so counts accumulate across the run.
      *          The reject work queue (reject_queue.cbl) checks a
      *          corrected record against the same rules through the
      *          validate-record-check entry; naming a different
      *          rules file there replaces the armed set.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
                   88  ws-rule-type-num  value "NUM".
                   88  ws-rule-type-alpha value "ALPHA".
                   88  ws-rule-type-date value "DATE".
                   88  ws-rule-type-pattern value "PATTERN".
               10  ws-rule-required-sw   pic a.
                   88  ws-rule-required  value 'Y'.
               10  ws-rule-has-min-sw    pic a.
           88  ws-alpha-ok               value 'Y'.
           88  ws-alpha-bad              value 'N'.
       01  ws-date-check                 pic 9(8).
       01  ws-pattern-rc                 pic 9.

       01  ws-values-scan                pic x(260).
       01  ws-value-token                pic x(64).
           88  ws-value-not-found        value 'N'.
       01  ws-values-pointer             pic 9(4) comp.

       78  ws-table-prefix               value "TABLE:".
       01  ws-code-table-name            pic x(32).
       01  ws-code-value                 pic x(64).
       01  ws-code-rc                    pic 9.

       01  ws-record-failed-sw           pic a.
           88  ws-record-failed          value 'Y'.
           88  ws-record-clean           value 'N'.

       01  ws-reject-buffer              pic x(33000).

      *>   A record check for the reject work queue: the first
      *>   failing rule is noted instead of rejected.
       01  ws-check-only-sw              pic a value 'N'.
           88  ws-check-only             value 'Y'.
           88  ws-check-and-reject       value 'N'.
       01  ws-check-failed-idx           pic 9(4) comp value 0.
       01  ws-fail-reason                pic x(40) value spaces.
       01  ws-check-fail-reason          pic x(40) value spaces.

       01  ws-pager-channel              pic 99 value 0.
       01  ws-report-line                pic x(256).
       01  ws-count-disp                 pic zz,zzz,zz9.
       01  ls-rules-line                 pic x(512).
       01  ls-col-id                     pic x(16).
       01  ls-col-start                  pic x(8).
       01  ls-col-len                    pic x(40).
       01  ls-col-type                   pic x(8).
       01  ls-col-req                    pic x(4).
       01  ls-col-min                    pic x(20).
       01  ls-col-max                    pic x(20).
       01  ls-col-values                 pic x(256).
       01  ls-pipe-count                 pic 9(4) comp.
       01  ls-pipe-idx                   pic 9(4) comp.
       01  ls-blank-field                pic x(256) value spaces.

       copy "copybooks/local_storage/ls_dictionary_element.cpy".

       linkage section.

       01  l-line-text                   pic x(32768).
       01  l-suppress-sw                 pic 9.

       01  l-rules-file-name             pic x(1024).
       01  l-rule-id                     pic x(16).
       01  l-field-start                 pic 9(4).
       01  l-field-len                   pic 9(4).
       01  l-fail-reason                 pic x(40).
       01  l-check-rc                    pic 9.

       procedure division using l-src-code-str.

      ******************************************************************
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point checking one record against a rules
      *          file without rejecting it or counting it. Returns 1
      *          when the record passes every rule, 0 with the first
      *          failing rule's id, field span and the reason when it
      *          does not, 2 when the rules file has no rules.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "validate-record-check" using
           l-rules-file-name l-line-text l-rule-id l-field-start
           l-field-len l-fail-reason l-check-rc.

           move spaces to l-rule-id
           move 0 to l-field-start
           move 0 to l-field-len
           move spaces to l-fail-reason
           move 2 to l-check-rc

           perform ensure-rules-loaded

           if ws-num-edit-rules = 0 then
               goback
           end-if

           set ws-check-only to true
           move 0 to ws-check-failed-idx
           set ws-record-clean to true

           perform varying ws-rule-idx from 1 by 1
           until ws-rule-idx > ws-num-edit-rules
               perform apply-one-rule
           end-perform

           set ws-check-and-reject to true

           if ws-check-failed-idx = 0 then
               move 1 to l-check-rc
               goback
           end-if

           move 0 to l-check-rc
           move ws-rule-id(ws-check-failed-idx) to l-rule-id
           move ws-rule-start(ws-check-failed-idx) to l-field-start
           move ws-rule-len(ws-check-failed-idx) to l-field-len
           move ws-check-fail-reason to l-fail-reason

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the field span a rule of a
      *          rules file checks: 1 when the rule is there, 0 when
      *          it is not.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "validate-rule-field" using
           l-rules-file-name l-rule-id l-field-start l-field-len
           l-check-rc.

           move 0 to l-field-start
           move 0 to l-field-len
           move 0 to l-check-rc

           perform ensure-rules-loaded

           perform varying ws-rule-idx from 1 by 1
           until ws-rule-idx > ws-num-edit-rules
               if ws-rule-id(ws-rule-idx) = l-rule-id then
                   move ws-rule-start(ws-rule-idx) to l-field-start
                   move ws-rule-len(ws-rule-idx) to l-field-len
                   move 1 to l-check-rc
                   exit perform
               end-if
           end-perform

           goback.


       ensure-rules-loaded.

           if trim(l-rules-file-name) not = trim(ws-rules-file-name)
               or ws-num-edit-rules = 0
           then
               move trim(l-rules-file-name) to ws-rules-file-name
               perform load-rules-file
           end-if

           exit paragraph.


      *>   Checks the record against rule ws-rule-idx; the first
      *>   failure writes the reject line and marks the record.
       apply-one-rule.

           if ws-field-value = spaces then
               if ws-rule-required(ws-rule-idx) then
                   move "is required" to ws-fail-reason
                   perform record-rule-failure
               end-if
               exit paragraph
               when ws-rule-type-num(ws-rule-idx)
                   if test-numval(trim(ws-field-value)) not = 0
                   then
                       move "must be numeric" to ws-fail-reason
                       perform record-rule-failure
                       exit paragraph
                   end-if
                       and ws-field-number
                           > ws-rule-max(ws-rule-idx))
                   then
                       move "is outside the allowed range"
                           to ws-fail-reason
                       perform record-rule-failure
                       exit paragraph
                   end-if
                   end-perform

                   if ws-alpha-bad then
                       move "must be alphabetic" to ws-fail-reason
                       perform record-rule-failure
                       exit paragraph
                   end-if

               when ws-rule-type-date(ws-rule-idx)
                   if ws-field-value(1:8) not numeric then
                       move "must be a YYYYMMDD date"
                           to ws-fail-reason
                       perform record-rule-failure
                       exit paragraph
                   end-if
                   move ws-field-value(1:8) to ws-date-check
                   if test-date-yyyymmdd(ws-date-check) not = 0
                   then
                       move "must be a YYYYMMDD date"
                           to ws-fail-reason
                       perform record-rule-failure
                       exit paragraph
                   end-if

      *>       The values column holds the pattern, not a code list.
               when ws-rule-type-pattern(ws-rule-idx)
                   call "regex-field-check" using
                       ws-rule-values(ws-rule-idx)
                       ws-field-value
                       ws-pattern-rc
                   end-call
                   if ws-pattern-rc not = 1 then
                       move "does not match the required pattern"
                           to ws-fail-reason
                       perform record-rule-failure
                   end-if
                   exit paragraph
           end-evaluate

           if ws-rule-values(ws-rule-idx) not = spaces then
               perform check-allowed-values
               if ws-value-not-found then
                   move "is not an allowed value" to ws-fail-reason
                   perform record-rule-failure
               end-if
           end-if


      *>   Field value must appear in the rule's /-separated
      *>   allowed list, or in the code table it names.
       check-allowed-values.

           set ws-value-not-found to true

           if upper-case(ws-rule-values(ws-rule-idx)
               (1:length(ws-table-prefix))) = ws-table-prefix
           then
               move ws-rule-values(ws-rule-idx)
                   (length(ws-table-prefix) + 1:)
                   to ws-code-table-name
               move trim(ws-field-value) to ws-code-value
               call "codetable-has-code" using
                   ws-code-table-name ws-code-value ws-code-rc
               end-call
               if ws-code-rc = 1 then
                   set ws-value-found to true
               end-if
               exit paragraph
           end-if

           move spaces to ws-values-scan
           string
               trim(ws-rule-values(ws-rule-idx)) "/"
       record-rule-failure.

           set ws-record-failed to true

           if ws-check-only then
               if ws-check-failed-idx = 0 then
                   move ws-rule-idx to ws-check-failed-idx
                   move ws-fail-reason to ws-check-fail-reason
               end-if
               exit paragraph
           end-if

           add 1 to ws-rule-fail-count(ws-rule-idx)

           if ws-reject-not-opened then
               "|"
               trim(ws-field-value)
               "|"
               trim(l-line-text trailing)
               delimited by size
               into ws-reject-buffer
           end-string
                    ls-col-req ls-col-min ls-col-max ls-col-values
           end-unstring

           if trim(ls-col-len)(1:1) = "@" then
               perform resolve-dictionary-rule
               if ls-dictionary-return-code not = 1 then
                   call "logger-leveled" using concatenate(
                       "VALIDATION :: WARN : rule " trim(ls-col-id)
                       " names unknown element " trim(ls-col-len)
                       ", skipped.")
                       "WARN"
                   end-call
                   exit paragraph
               end-if
           end-if

           if upper-case(trim(ls-col-type)) = "PATTERN" then
               perform take-pattern-column
               if ls-col-values = spaces
                   or ws-pattern-rc = 2
               then
                   call "logger-leveled" using concatenate(
                       "VALIDATION :: ERROR : rule " trim(ls-col-id)
                       " has a missing or invalid pattern, skipped: "
                       trim(ls-col-values))
                       "ERROR"
                   end-call
                   exit paragraph
               end-if
           end-if

           if test-numval(trim(ls-col-start)) not = 0
               or test-numval(trim(ls-col-len)) not = 0
           then

           exit paragraph.


      *>   A PATTERN rule's values column is the rest of the line
      *>   after the seventh pipe, since the pattern may hold pipes
      *>   of its own. The pattern is compiled once here so a bad one
      *>   is reported at load rather than per record.
       take-pattern-column.

           move 0 to ls-pipe-count
           move 0 to ws-pattern-rc

           perform varying ls-pipe-idx from 1 by 1
           until ls-pipe-idx > length(ls-rules-line)
               if ls-rules-line(ls-pipe-idx:1) = "|" then
                   add 1 to ls-pipe-count
                   if ls-pipe-count = 7 then
                       exit perform
                   end-if
               end-if
           end-perform

           move spaces to ls-col-values
           if ls-pipe-count = 7
               and ls-pipe-idx < length(ls-rules-line)
           then
               move trim(ls-rules-line(ls-pipe-idx + 1:))
                   to ls-col-values
           end-if

           if ls-col-values not = spaces then
               call "regex-field-check" using
                   ls-col-values ls-blank-field ws-pattern-rc
               end-call
           end-if

           exit paragraph.


      *>   @ELEMENT in the len column: the element's length, and its
      *>   type, bounds and allowed values where the rule leaves
      *>   them blank.
       resolve-dictionary-rule.

           move ls-col-len to ls-dictionary-element-name
           call "dictionary-element" using
               ls-dictionary-element-name
               ls-dictionary-element
               ls-dictionary-return-code
           end-call

           if ls-dictionary-return-code not = 1 then
               exit paragraph
           end-if

           move ls-de-length to ls-col-len
           if ls-col-type = spaces then
               move ls-de-type to ls-col-type
           end-if
           if ls-col-min = spaces then
               move ls-de-min to ls-col-min
           end-if
           if ls-col-max = spaces then
               move ls-de-max to ls-col-max
           end-if
           if ls-col-values = spaces then
               move ls-de-values to ls-col-values
           end-if

           exit paragraph.

       end program validation-rules.
