      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the regular-expression functions. Patterns
      *          are POSIX extended regular expressions, matched by
      *          the C library's regcomp/regexec, case sensitive:
      *            REMATCH(text$, pattern$)
      *                1-based position where the first match starts,
      *                0 when the pattern does not match anywhere --
      *                anchor with ^ and $ to test the whole text
      *            REFIND$(text$, pattern$ [, group])
      *                text of the first match, or of its numbered
      *                ( ) group 1-9; "" when there is no match
      *            REREPLACE$(text$, pattern$, replacement$)
      *                every match replaced; in the replacement \0 is
      *                the whole match, \1-\9 a group and \\ a single
      *                backslash
      *          A pattern that does not compile raises error 5 with
      *          the library's reason. The validation rules check a
      *          PATTERN rule through the regex-field-check entry.
      *          Compiled patterns are kept in working-storage, the
      *          last few used, so a pattern inside a loop is
      *          compiled once. Resolved from get-variable the same
      *          way the string functions are.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. regex-func is recursive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

      *>   regcomp(3)/regexec(3) flags and return codes.
       78  ws-reg-extended               value 1.
       78  ws-reg-notbol                 value 1.

       78  ws-max-groups                 value 10.
       78  ws-max-cached-patterns        value 16.

       78  ws-err-illegal-function       value 5.

      *>   Compiled patterns. ws-regex-buffer holds the library's
      *>   regex_t, which is left where regcomp put it until the
      *>   entry is reused for another pattern.
       01  ws-pattern-cache.
           05  ws-next-cache-victim      pic 9(4) comp value 0.
           05  ws-cached-pattern         occurs 16 times.
               10  ws-cached-valid-sw    pic a value 'N'.
                   88  ws-cached-valid   value 'Y'.
                   88  ws-cached-empty   value 'N'.
               10  ws-cached-pattern-text pic x(520).
               10  ws-regex-buffer       pic x(256).

       01  ws-cache-idx                  pic 9(4) comp value 0.

       01  ws-pattern-z                  pic x(521).

       01  ws-reg-cflags                 pic s9(9) comp-5
                                         value 1.
       01  ws-reg-eflags                 pic s9(9) comp-5 value 0.
       01  ws-reg-rc                     pic s9(9) comp-5 value 0.
       01  ws-reg-nmatch                 pic s9(18) comp-5 value 10.

       01  ws-regmatch-table.
           05  ws-regmatch               occurs 10 times.
               10  ws-regmatch-so        pic s9(9) comp-5.
               10  ws-regmatch-eo        pic s9(9) comp-5.

       01  ws-reg-error-text             pic x(128).
       01  ws-reg-error-size             pic s9(18) comp-5 value 128.
       01  ws-reg-error-len              pic s9(18) comp-5 value 0.

      *>   Subject text, NUL terminated for the library.
       01  ws-subject-z                  pic x(32769).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       78  ws-long-string-head-len       value 1022.

       01  ls-long-rc                    pic 9 value 0.

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

       01  ls-func-kind-sw               pic x(2) value spaces.
           88  ls-func-kind-match        value "MA".
           88  ls-func-kind-find         value "FI".
           88  ls-func-kind-replace      value "RE".

       01  ls-arg-table.
           05  ls-num-args               pic 9 value 0.
           05  ls-arg-str                pic x(256) occurs 3 times.

       01  ls-arg-char-idx               pic 9(4) comp.
       01  ls-arg-cur-idx                pic 9 comp.
       01  ls-arg-put-idx                pic 9(4) comp.
       01  ls-paren-end-idx              pic 9(4) comp.

       01  ls-arg-in-quote-sw            pic a value 'N'.
           88  ls-arg-in-quote           value 'Y'.
           88  ls-arg-not-in-quote       value 'N'.

       01  ls-arg-paren-depth            pic 9(4) comp value 0.

       01  ls-resolved-str               pic x(32768).
       01  ls-resolved-str-len           pic 9(5) comp.

       01  ls-resolved-num               pic S9(12)v9(6) value zeros.

       01  ls-subject-text               pic x(32768).
       01  ls-subject-len                pic 9(5) comp.
       01  ls-pattern-text               pic x(520).
       01  ls-pattern-len                pic 9(5) comp.
       01  ls-replacement-text           pic x(256).
       01  ls-replacement-len            pic 9(5) comp.

       01  ls-group-num                  pic S9(9) comp value 0.

       01  ls-compiled-sw                pic a value 'N'.
           88  ls-pattern-compiled       value 'Y'.
           88  ls-pattern-invalid        value 'N'.

       01  ls-matched-sw                 pic a value 'N'.
           88  ls-pattern-matched        value 'Y'.
           88  ls-pattern-not-matched    value 'N'.

       01  ls-raise-errors-sw            pic a value 'Y'.
           88  ls-raise-errors           value 'Y'.
           88  ls-quiet-errors           value 'N'.

      *>   REREPLACE$ walk: 0-based offset the next search starts
      *>   from, and the text built so far.
       01  ls-search-offset              pic 9(5) comp.
       01  ls-match-start                pic 9(5) comp.
       01  ls-match-len                  pic 9(5) comp.
       01  ls-replace-done-sw            pic a value 'N'.
           88  ls-replace-done           value 'Y'.
           88  ls-replace-not-done       value 'N'.
       01  ls-append-text                pic x(32768).
       01  ls-append-len                 pic 9(5) comp.
       01  ls-repl-idx                   pic 9(4) comp.
       01  ls-repl-group                 pic 9(4) comp.

       01  ls-raise-error-code           pic 9(4).
       01  ls-raise-error-text           pic x(256).

       linkage section.

       01  l-input-value                 pic x(256).

       01  l-result-type                 pic x(8).

       01  l-result-value                pic x(1024).

       01  l-result-num                  pic S9(16).

       01  l-result-dec                  pic S9(12)v9(6).

       01  l-return-code                 pic 9 value 0.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       01  l-field-pattern               pic x(256).

       01  l-field-text                  pic x(256).

       01  l-field-rc                    pic 9.

       procedure division using
           l-input-value l-result-type l-result-value
           l-result-num l-result-dec l-return-code.

       main-procedure.

           set l-return-code-false to true
           move spaces to l-result-type
           move spaces to l-result-value
           move zeros to l-result-num
           move zeros to l-result-dec

           move trim(l-input-value) to ls-working-input-value

           call "logger" using concatenate(
               "REGEX-FUNC :: Enter with input: "
               trim(ls-working-input-value))
           end-call

           move spaces to ls-func-kind-sw

           evaluate true
               when upper-case(
                   ls-working-input-value(1:length(ws-rematch)))
                   = ws-rematch
                   set ls-func-kind-match to true
               when upper-case(
                   ls-working-input-value(1:length(ws-refind)))
                   = ws-refind
                   set ls-func-kind-find to true
               when upper-case(
                   ls-working-input-value(1:length(ws-rereplace)))
                   = ws-rereplace
                   set ls-func-kind-replace to true
               when other
                   call "logger" using concatenate(
                       "REGEX-FUNC :: Not a regex function: "
                       trim(ls-working-input-value))
                   end-call
                   goback
           end-evaluate

           set ls-raise-errors to true

           perform split-function-arguments

           move ls-arg-str(1) to ls-resolved-str
           perform resolve-string-argument
           move ls-resolved-str to ls-subject-text
           move ls-resolved-str-len to ls-subject-len

           move ls-arg-str(2) to ls-resolved-str
           perform resolve-string-argument
           move ls-resolved-str to ls-pattern-text
           move ls-resolved-str-len to ls-pattern-len
           if ls-pattern-len > length(ls-pattern-text) then
               move length(ls-pattern-text) to ls-pattern-len
           end-if

           evaluate true
               when ls-func-kind-match
                   perform process-rematch-function
               when ls-func-kind-find
                   perform process-refind-function
               when ls-func-kind-replace
                   perform process-rereplace-function
           end-evaluate

           set l-return-code-true to true

           call "logger" using concatenate(
               "REGEX-FUNC :: Input: " trim(l-input-value)
               " : result type: " l-result-type
               " : result value: " trim(l-result-value)
               " : result num: " l-result-num)
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the validation rules check a PATTERN
      *          rule through: the whole field text must match.
      *          Returns 1 on a match, 0 when it does not match, 2
      *          when the pattern does not compile (logged, not
      *          raised -- a batch edit has no handler to take it).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "regex-field-check" using
           l-field-pattern l-field-text l-field-rc.

           move 0 to l-field-rc
           set ls-quiet-errors to true

           move spaces to ls-pattern-text
           string
               "^(" trim(l-field-pattern) ")$"
               delimited by size
               into ls-pattern-text
           end-string
           compute ls-pattern-len = length(trim(ls-pattern-text))
           end-compute

           perform compile-pattern
           if ls-pattern-invalid then
               move 2 to l-field-rc
               goback
           end-if

           move trim(l-field-text) to ls-subject-text
           if l-field-text = spaces then
               move 0 to ls-subject-len
           else
               compute ls-subject-len = length(trim(l-field-text))
               end-compute
           end-if

           move 0 to ls-search-offset
           perform execute-pattern

           if ls-pattern-matched then
               move 1 to l-field-rc
           end-if

           goback.


      *>   Splits the text between the outer parens into up to three
      *>   comma-delimited argument strings. Commas and parens inside
      *>   quoted literals -- most patterns have some -- do not count.
       split-function-arguments.

           move 0 to ls-num-args
           move spaces to ls-arg-str(1)
           move spaces to ls-arg-str(2)
           move spaces to ls-arg-str(3)

           move 0 to ls-paren-end-idx
           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(ls-working-input-value)
               if ls-working-input-value(ls-arg-char-idx:1) = "("
               then
                   move ls-arg-char-idx to ls-paren-end-idx
                   exit perform
               end-if
           end-perform

           move spaces to ls-args-text
           if ls-paren-end-idx > 0 then
               move ls-working-input-value(ls-paren-end-idx + 1:)
                   to ls-args-text
           end-if

      *>   Drop everything after the last closing paren outside a
      *>   quoted literal.
           move 0 to ls-paren-end-idx
           set ls-arg-not-in-quote to true
           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(ls-args-text)
               evaluate true
                   when ls-args-text(ls-arg-char-idx:1) = '"'
                       if ls-arg-in-quote then
                           set ls-arg-not-in-quote to true
                       else
                           set ls-arg-in-quote to true
                       end-if
                   when ls-args-text(ls-arg-char-idx:1) = ")"
                       and ls-arg-not-in-quote
                       move ls-arg-char-idx to ls-paren-end-idx
               end-evaluate
           end-perform

           if ls-paren-end-idx > 0 then
               move spaces to ls-args-text(ls-paren-end-idx:)
           end-if

           move 1 to ls-arg-cur-idx
           move 1 to ls-arg-put-idx
           move 0 to ls-arg-paren-depth
           set ls-arg-not-in-quote to true

           perform varying ls-arg-char-idx from 1 by 1
           until ls-arg-char-idx > length(trim(ls-args-text trailing))

               evaluate true
                   when ls-args-text(ls-arg-char-idx:1) = '"'
                       if ls-arg-in-quote then
                           set ls-arg-not-in-quote to true
                       else
                           set ls-arg-in-quote to true
                       end-if
                       move ls-args-text(ls-arg-char-idx:1)
                           to ls-arg-str(ls-arg-cur-idx)
                               (ls-arg-put-idx:1)
                       add 1 to ls-arg-put-idx

                   when ls-args-text(ls-arg-char-idx:1) = "("
                       and ls-arg-not-in-quote
                       add 1 to ls-arg-paren-depth
                       move ls-args-text(ls-arg-char-idx:1)
                           to ls-arg-str(ls-arg-cur-idx)
                               (ls-arg-put-idx:1)
                       add 1 to ls-arg-put-idx

                   when ls-args-text(ls-arg-char-idx:1) = ")"
                       and ls-arg-not-in-quote
                       if ls-arg-paren-depth > 0 then
                           subtract 1 from ls-arg-paren-depth
                       end-if
                       move ls-args-text(ls-arg-char-idx:1)
                           to ls-arg-str(ls-arg-cur-idx)
                               (ls-arg-put-idx:1)
                       add 1 to ls-arg-put-idx

                   when ls-args-text(ls-arg-char-idx:1) = ","
                       and ls-arg-not-in-quote
                       and ls-arg-paren-depth = 0
                       if ls-arg-cur-idx < 3 then
                           add 1 to ls-arg-cur-idx
                           move 1 to ls-arg-put-idx
                       end-if

                   when other
                       move ls-args-text(ls-arg-char-idx:1)
                           to ls-arg-str(ls-arg-cur-idx)
                               (ls-arg-put-idx:1)
                       add 1 to ls-arg-put-idx
               end-evaluate

           end-perform

           move ls-arg-cur-idx to ls-num-args

           exit paragraph.


      *>   Resolves ls-resolved-str from the argument in ls-resolved-str
      *>   (a quoted literal or a declared variable name), leaving the
      *>   bare text (no surrounding quotes) and its length. Unlike
      *>   the other string functions a literal keeps its leading and
      *>   trailing spaces -- in a pattern they are significant.
       resolve-string-argument.

           move trim(ls-resolved-str) to ls-resolved-str

           if ls-resolved-str(1:1) not = '"' then
               move ls-resolved-str to ls-variable-name
               call "get-variable" using
                   ls-variable
                   ls-get-variable-return-code
               end-call

               call "take-long-result" using
                   ls-variable ls-long-string ls-long-rc
               end-call

               move spaces to ls-resolved-str
               if ls-get-variable-return-code > 0
                   and ls-type-string
               then
                   if ls-long-rc > 0 then
                       move ls-long-string-text to ls-resolved-str
                       move ls-long-string-len to ls-resolved-str-len
                       exit paragraph
                   end-if
                   move ls-variable-value to ls-resolved-str
               end-if
           end-if

           if ls-resolved-str = spaces then
               move 0 to ls-resolved-str-len
               exit paragraph
           end-if

           compute ls-resolved-str-len =
               length(trim(ls-resolved-str trailing))
           end-compute

      *>   Strip the surrounding quotes string values are stored with.
           if ls-resolved-str(1:1) = '"' then
               move ls-resolved-str(2:) to ls-resolved-str
               subtract 1 from ls-resolved-str-len
           end-if

           if ls-resolved-str-len > 0
               and ls-resolved-str(ls-resolved-str-len:1) = '"'
           then
               move space to ls-resolved-str(ls-resolved-str-len:1)
               subtract 1 from ls-resolved-str-len
           end-if

           exit paragraph.


      *>   Resolves ls-resolved-num from the argument in ls-resolved-str
      *>   (a numeric literal or a declared variable name).
       resolve-numeric-argument.

           move 0 to ls-resolved-num

           move trim(ls-resolved-str) to ls-resolved-str

           if ls-resolved-str = spaces then
               exit paragraph
           end-if

           if test-numval(trim(ls-resolved-str)) = 0 then
               compute ls-resolved-num = numval(ls-resolved-str)
               end-compute
               exit paragraph
           end-if

           move ls-resolved-str to ls-variable-name
           call "get-variable" using
               ls-variable
               ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0 then
               if ls-type-single or ls-type-double
                   or ls-type-decimal
               then
                   move ls-variable-value-dec to ls-resolved-num
               else
                   move ls-variable-value-num to ls-resolved-num
               end-if
           else
               call "logger-leveled" using concatenate(
                   "REGEX-FUNC :: WARN : argument is not numeric "
                   "and not a declared variable: "
                   trim(ls-resolved-str)
                   " : Using zero.")
                   "WARN"
               end-call
           end-if

           exit paragraph.


      *>   REMATCH(text$, pattern$)
       process-rematch-function.

           move "INTEGER" to l-result-type
           move 0 to l-result-num

           perform compile-pattern
           if ls-pattern-invalid then
               exit paragraph
           end-if

           move 0 to ls-search-offset
           perform execute-pattern

           if ls-pattern-matched then
               compute l-result-num = ws-regmatch-so(1) + 1
               end-compute
           end-if

           exit paragraph.


      *>   REFIND$(text$, pattern$ [, group])
       process-refind-function.

           move "STRING" to l-result-type
           move '""' to l-result-value

           move 0 to ls-group-num
           if ls-num-args > 2 then
               move ls-arg-str(3) to ls-resolved-str
               perform resolve-numeric-argument
               move ls-resolved-num to ls-group-num
           end-if

           if ls-group-num < 0 or ls-group-num >= ws-max-groups then
               move ws-err-illegal-function to ls-raise-error-code
               move spaces to ls-raise-error-text
               string
                   "REFIND$ group must be 0 to 9: "
                   trim(ls-working-input-value)
                   delimited by size
                   into ls-raise-error-text
               end-string
               perform raise-regex-error
               exit paragraph
           end-if

           perform compile-pattern
           if ls-pattern-invalid then
               exit paragraph
           end-if

           move 0 to ls-search-offset
           perform execute-pattern

           if ls-pattern-not-matched
               or ws-regmatch-so(ls-group-num + 1) < 0
               or ws-regmatch-eo(ls-group-num + 1)
                   <= ws-regmatch-so(ls-group-num + 1)
           then
               exit paragraph
           end-if

           compute ls-long-string-len =
               ws-regmatch-eo(ls-group-num + 1)
               - ws-regmatch-so(ls-group-num + 1)
           end-compute
           move ls-subject-text(
               ws-regmatch-so(ls-group-num + 1) + 1:ls-long-string-len)
               to ls-long-string-text
           perform return-string-result

           exit paragraph.


      *>   REREPLACE$(text$, pattern$, replacement$) -- walks the text
      *>   match by match. An empty match copies one character across
      *>   before the next search so the walk always moves on.
       process-rereplace-function.

           move "STRING" to l-result-type
           move '""' to l-result-value

           move ls-arg-str(3) to ls-resolved-str
           perform resolve-string-argument
           move ls-resolved-str to ls-replacement-text
           move ls-resolved-str-len to ls-replacement-len
           if ls-replacement-len > length(ls-replacement-text) then
               move length(ls-replacement-text) to ls-replacement-len
           end-if

           perform compile-pattern
           if ls-pattern-invalid then
               exit paragraph
           end-if

           move spaces to ls-long-string-text
           move 0 to ls-long-string-len
           move 0 to ls-search-offset
           set ls-replace-not-done to true

           perform until ls-replace-done

               perform execute-pattern

               if ls-pattern-not-matched then
                   if ls-search-offset < ls-subject-len then
                       compute ls-append-len =
                           ls-subject-len - ls-search-offset
                       end-compute
                       move ls-subject-text(
                           ls-search-offset + 1:ls-append-len)
                           to ls-append-text
                       perform append-to-result
                   end-if
                   set ls-replace-done to true
                   exit perform
               end-if

               compute ls-match-start =
                   ls-search-offset + ws-regmatch-so(1)
               end-compute
               compute ls-match-len =
                   ws-regmatch-eo(1) - ws-regmatch-so(1)
               end-compute

               if ws-regmatch-so(1) > 0 then
                   move ws-regmatch-so(1) to ls-append-len
                   move ls-subject-text(
                       ls-search-offset + 1:ls-append-len)
                       to ls-append-text
                   perform append-to-result
               end-if

               perform append-replacement

               compute ls-search-offset = ls-match-start + ls-match-len
               end-compute

               if ls-match-len = 0 then
                   if ls-search-offset >= ls-subject-len then
                       set ls-replace-done to true
                   else
                       move ls-subject-text(ls-search-offset + 1:1)
                           to ls-append-text
                       move 1 to ls-append-len
                       perform append-to-result
                       add 1 to ls-search-offset
                   end-if
               end-if
           end-perform

           if ls-long-string-len = 0 then
               move '""' to l-result-value
           else
               perform return-string-result
           end-if

           exit paragraph.


      *>   The replacement text for the match just found, with \0-\9
      *>   taken from the match (offsets are relative to the search
      *>   start) and \\ as one backslash.
       append-replacement.

           move 1 to ls-repl-idx

           perform until ls-repl-idx > ls-replacement-len

               if ls-replacement-text(ls-repl-idx:1) = "\"
                   and ls-repl-idx < ls-replacement-len
               then
                   evaluate true
                       when ls-replacement-text(ls-repl-idx + 1:1)
                           is numeric
                           move ls-replacement-text(ls-repl-idx + 1:1)
                               to ls-repl-group
                           if ws-regmatch-so(ls-repl-group + 1) >= 0
                               and ws-regmatch-eo(ls-repl-group + 1)
                                   > ws-regmatch-so(ls-repl-group + 1)
                           then
                               compute ls-append-len =
                                   ws-regmatch-eo(ls-repl-group + 1)
                                   - ws-regmatch-so(ls-repl-group + 1)
                               end-compute
                               move ls-subject-text(
                                   ls-search-offset
                                   + ws-regmatch-so(ls-repl-group + 1)
                                   + 1:ls-append-len)
                                   to ls-append-text
                               perform append-to-result
                           end-if
                       when ls-replacement-text(ls-repl-idx + 1:1)
                           = "\"
                           move "\" to ls-append-text
                           move 1 to ls-append-len
                           perform append-to-result
                       when other
                           move ls-replacement-text(ls-repl-idx:2)
                               to ls-append-text
                           move 2 to ls-append-len
                           perform append-to-result
                   end-evaluate
                   add 2 to ls-repl-idx
               else
                   move ls-replacement-text(ls-repl-idx:1)
                       to ls-append-text
                   move 1 to ls-append-len
                   perform append-to-result
                   add 1 to ls-repl-idx
               end-if
           end-perform

           exit paragraph.


      *>   Adds ls-append-text to the result, as much as fits.
       append-to-result.

           if ls-long-string-len + ls-append-len
               > length(ls-long-string-text)
           then
               compute ls-append-len =
                   length(ls-long-string-text) - ls-long-string-len
               end-compute
               set ls-replace-done to true
           end-if

           if ls-append-len > 0 then
               move ls-append-text(1:ls-append-len)
                   to ls-long-string-text(
                       ls-long-string-len + 1:ls-append-len)
               add ls-append-len to ls-long-string-len
           end-if

           exit paragraph.


      *>   Finds ls-pattern-text in the pattern cache, compiling it
      *>   into an empty entry -- or the oldest one, freed first --
      *>   when it is not there.
       compile-pattern.

           set ls-pattern-invalid to true

           perform varying ws-cache-idx from 1 by 1
           until ws-cache-idx > ws-max-cached-patterns
               if ws-cached-valid(ws-cache-idx)
                   and ws-cached-pattern-text(ws-cache-idx)
                       = ls-pattern-text
               then
                   set ls-pattern-compiled to true
                   exit paragraph
               end-if
           end-perform

           perform varying ws-cache-idx from 1 by 1
           until ws-cache-idx > ws-max-cached-patterns
               or ws-cached-empty(ws-cache-idx)
               continue
           end-perform

           if ws-cache-idx > ws-max-cached-patterns then
               add 1 to ws-next-cache-victim
               if ws-next-cache-victim > ws-max-cached-patterns then
                   move 1 to ws-next-cache-victim
               end-if
               move ws-next-cache-victim to ws-cache-idx
               call static "regfree" using
                   by reference ws-regex-buffer(ws-cache-idx)
               end-call
               set ws-cached-empty(ws-cache-idx) to true
           end-if

           move low-values to ws-pattern-z
           if ls-pattern-len > 0 then
               move ls-pattern-text(1:ls-pattern-len)
                   to ws-pattern-z(1:ls-pattern-len)
           end-if

           move low-values to ws-regex-buffer(ws-cache-idx)
           move ws-reg-extended to ws-reg-cflags

           call static "regcomp" using
               by reference ws-regex-buffer(ws-cache-idx)
               by reference ws-pattern-z
               by value ws-reg-cflags
               returning ws-reg-rc
           end-call

      *>   A pattern that fails leaves the entry empty; the library
      *>   holds nothing for it that needs freeing.
           if ws-reg-rc not = 0 then
               move spaces to ws-reg-error-text
               call static "regerror" using
                   by value ws-reg-rc
                   by reference ws-regex-buffer(ws-cache-idx)
                   by reference ws-reg-error-text
                   by value ws-reg-error-size
                   returning ws-reg-error-len
               end-call
               inspect ws-reg-error-text replacing all x"00" by space

               move ws-err-illegal-function to ls-raise-error-code
               move spaces to ls-raise-error-text
               string
                   "Invalid regular expression "
                   '"' ls-pattern-text(1:ls-pattern-len) '"'
                   ": " trim(ws-reg-error-text)
                   delimited by size
                   into ls-raise-error-text
               end-string
               perform raise-regex-error
               exit paragraph
           end-if

           move ls-pattern-text to ws-cached-pattern-text(ws-cache-idx)
           set ws-cached-valid(ws-cache-idx) to true
           set ls-pattern-compiled to true

           exit paragraph.


      *>   Runs the compiled pattern (entry ws-cache-idx) against the
      *>   subject from 0-based offset ls-search-offset. Match offsets
      *>   come back relative to that start.
       execute-pattern.

           set ls-pattern-not-matched to true

           move low-value to ws-subject-z(1:1)
           if ls-subject-len > ls-search-offset then
               move ls-subject-text(ls-search-offset + 1:
                   ls-subject-len - ls-search-offset)
                   to ws-subject-z(1:ls-subject-len - ls-search-offset)
               move low-value
                   to ws-subject-z(ls-subject-len - ls-search-offset
                       + 1:1)
           end-if

           if ls-search-offset > 0 then
               move ws-reg-notbol to ws-reg-eflags
           else
               move 0 to ws-reg-eflags
           end-if

           move ws-max-groups to ws-reg-nmatch

           call static "regexec" using
               by reference ws-regex-buffer(ws-cache-idx)
               by reference ws-subject-z
               by value ws-reg-nmatch
               by reference ws-regmatch-table
               by value ws-reg-eflags
               returning ws-reg-rc
           end-call

           if ws-reg-rc = 0 then
               set ls-pattern-matched to true
           end-if

           exit paragraph.


       raise-regex-error.

           if ls-quiet-errors then
               call "logger-leveled" using concatenate(
                   "REGEX-FUNC :: ERROR : "
                   trim(ls-raise-error-text))
                   "ERROR"
               end-call
               exit paragraph
           end-if

           call "raise-runtime-error-text" using
               ls-raise-error-code ls-raise-error-text
           end-call

           exit paragraph.


      *>   The quoted result in ls-long-string; past the value field
      *>   the quoted head goes in l-result-value and the whole text
      *>   back as the pending long result.
       return-string-result.

           if ls-long-string-len <= ws-long-string-head-len then
               string
                   '"'
                   ls-long-string-text(1:ls-long-string-len)
                   '"'
                   delimited by size
                   into l-result-value
               end-string
           else
               string
                   '"'
                   ls-long-string-text(1:ws-long-string-head-len)
                   '"'
                   delimited by size
                   into l-result-value
               end-string
               call "set-long-result" using ls-long-string
               end-call
           end-if

           exit paragraph.

       end program regex-func.
