      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Process the string functions MID$(), INSTR(), LEN(),
      *          VAL(), STR$(), UCASE$(), LCASE$(), SPACE$() and
      *          STRING$(). Arguments may be quoted literals, numeric
      *          literals or declared variables. Resolved from
      *          get-variable the same way LEFT$()/RIGHT$() are.
      *          String arguments are worked on at their full length,
      *          up to a 32K record; a MID$/UCASE$/LCASE$ result too
      *          long for the value field is handed back whole as the
      *          pending long result.
      *          In UTF-8 mode (charset=utf-8) LEN, MID$, INSTR,
      *          UCASE$, LCASE$ and STRING$ count characters, not
      *          bytes, and a string argument holding an invalid
      *          byte sequence raises runtime error 88.
      *          UTF8TOLATIN1$(text$ [, sub$]) and LATIN1TOUTF8$(text$)
      *          convert between UTF-8 and Latin-1; a character
      *          Latin-1 cannot hold becomes sub$ (default "?").
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       78  ws-long-string-head-len       value 1022.
       78  ws-err-invalid-utf8           value 88.

       01  ls-long-rc                    pic 9 value 0.

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

           88  ls-func-kind-lcase        value "LC".
           88  ls-func-kind-space        value "SP".
           88  ls-func-kind-string       value "SG".
           88  ls-func-kind-to-latin1    value "UL".
           88  ls-func-kind-to-utf8      value "LU".

       01  ls-arg-table.
           05  ls-num-args               pic 9 value 0.

       01  ls-arg-paren-depth            pic 9(4) comp value 0.

       01  ls-resolved-str               pic x(32768).
       01  ls-resolved-str-len           pic 9(5) comp.

       01  ls-resolved-num               pic S9(12)v9(6) value zeros.

       01  ls-str-arg-1                  pic x(32768).
       01  ls-str-arg-1-len              pic 9(5) comp.
       01  ls-str-arg-2                  pic x(32768).
       01  ls-str-arg-2-len              pic 9(5) comp.

       01  ls-num-arg-1                  pic S9(9) comp value 0.
       01  ls-num-arg-2                  pic S9(9) comp value 0.

       01  ls-mid-result-len             pic 9(5) comp.
       01  ls-instr-start                pic 9(5) comp.
       01  ls-instr-scan-idx             pic 9(5) comp.
       01  ls-fill-idx                   pic 9(4) comp.
       01  ls-fill-char                  pic x.

       01  ls-utf8-mode-rc               pic 9 value 0.
           88  ls-utf8-mode              value 1.

      *>   Conversion arguments are not UTF-8 checked on the way in --
      *>   a Latin-1 argument is not meant to be valid UTF-8.
       01  ls-utf8-check-sw              pic a value 'Y'.
           88  ls-utf8-check-on          value 'Y'.
           88  ls-utf8-check-off         value 'N'.

       01  ls-resolved-str-chars         pic 9(5) comp.
       01  ls-str-arg-1-count            pic 9(5) comp.
       01  ls-mid-start-byte             pic 9(5) comp.
       01  ls-utf8-bad-pos               pic 9(5) comp.
       01  ls-utf8-bad-pos-disp          pic z(4)9.
       01  ls-utf8-char-num              pic 9(5) comp.
       01  ls-utf8-byte-pos              pic 9(5) comp.
       01  ls-utf8-case-type             pic x.
       01  ls-utf8-sub-char              pic x.
       01  ls-utf8-sub-len               pic 9(5) comp.

       01  ls-fill-seq                   pic x(4).
       01  ls-fill-seq-len               pic 9(5) comp.
       01  ls-fill-put-idx               pic 9(5) comp.

       01  ls-raise-error-code           pic 9(4).
       01  ls-raise-error-text           pic x(256).

       01  ls-str-num-disp               pic -(12)9.9(6).
       01  ls-str-num-text               pic x(32).
       01  ls-str-num-text-len           pic 9(4) comp.
                   ls-working-input-value(1:length(ws-string-dollar)))
                   = ws-string-dollar
                   set ls-func-kind-string to true
               when upper-case(
                   ls-working-input-value(1:length(ws-utf8-to-latin1)))
                   = ws-utf8-to-latin1
                   set ls-func-kind-to-latin1 to true
               when upper-case(
                   ls-working-input-value(1:length(ws-latin1-to-utf8)))
                   = ws-latin1-to-utf8
                   set ls-func-kind-to-utf8 to true
               when other
                   call "logger" using concatenate(
                       "STRING-FUNC :: Not a string function: "
                   goback
           end-evaluate

           call "utf8-mode" using ls-utf8-mode-rc end-call
           set ls-utf8-check-on to true

           perform split-function-arguments

           evaluate true
                   perform process-space-function
               when ls-func-kind-string
                   perform process-string-function
               when ls-func-kind-to-latin1
                   perform process-to-latin1-function
               when ls-func-kind-to-utf8
                   perform process-to-utf8-function
           end-evaluate

           set l-return-code-true to true
                   ls-get-variable-return-code
               end-call

               call "take-long-result" using
                   ls-variable ls-long-string ls-long-rc
               end-call

               if ls-get-variable-return-code > 0
                   and ls-type-string
               then
                   if ls-long-rc > 0 then
                       move ls-long-string-text to ls-resolved-str
                       move ls-long-string-len to ls-resolved-str-len
                       perform check-utf8-argument
                       exit paragraph
                   end-if
                   move trim(ls-variable-value) to ls-resolved-str
               end-if
           end-if
               subtract 1 from ls-resolved-str-len
           end-if

           perform check-utf8-argument

           exit paragraph.


      *>   Character count of the resolved string -- its byte length
      *>   outside UTF-8 mode. In UTF-8 mode an invalid byte sequence
      *>   is reported rather than passed through silently.
       check-utf8-argument.

           move ls-resolved-str-len to ls-resolved-str-chars

           if not ls-utf8-mode or ls-utf8-check-off then
               exit paragraph
           end-if

           call "utf8-length" using
               ls-resolved-str ls-resolved-str-len
               ls-resolved-str-chars ls-utf8-bad-pos
           end-call

           if ls-utf8-bad-pos > 0 then
               perform raise-invalid-utf8
           end-if

           exit paragraph.


       raise-invalid-utf8.

           move ws-err-invalid-utf8 to ls-raise-error-code
           move ls-utf8-bad-pos to ls-utf8-bad-pos-disp
           move spaces to ls-raise-error-text
           string
               "Invalid UTF-8 byte sequence at byte "
               trim(ls-utf8-bad-pos-disp)
               " of a string argument to "
               trim(ls-working-input-value)
               delimited by size
               into ls-raise-error-text
           end-string

           call "raise-runtime-error-text" using
               ls-raise-error-code ls-raise-error-text
           end-call

           exit paragraph.


           perform resolve-string-argument
           move ls-resolved-str to ls-str-arg-1
           move ls-resolved-str-len to ls-str-arg-1-len
           move ls-resolved-str-chars to ls-str-arg-1-count

           move ls-arg-str(2) to ls-resolved-str
           perform resolve-numeric-argument
               move ls-resolved-num to ls-num-arg-2
           else
               compute ls-num-arg-2 =
                   ls-str-arg-1-count - ls-num-arg-1 + 1
               end-compute
           end-if

           move "STRING" to l-result-type

           if ls-num-arg-1 < 1
               or ls-num-arg-1 > ls-str-arg-1-count
               or ls-num-arg-2 < 1
           then
               move '""' to l-result-value
           end-if

           compute ls-mid-result-len = ls-num-arg-2
           if ls-num-arg-1 + ls-mid-result-len - 1 > ls-str-arg-1-count
           then
               compute ls-mid-result-len =
                   ls-str-arg-1-count - ls-num-arg-1 + 1
               end-compute
           end-if

           move ls-num-arg-1 to ls-mid-start-byte

      *>   In UTF-8 mode start and length are characters -- turn them
      *>   into the byte span they cover.
           if ls-utf8-mode then
               move ls-num-arg-1 to ls-utf8-char-num
               call "utf8-char-offset" using
                   ls-str-arg-1 ls-str-arg-1-len
                   ls-utf8-char-num ls-mid-start-byte
               end-call

               compute ls-utf8-char-num =
                   ls-num-arg-1 + ls-mid-result-len
               end-compute
               call "utf8-char-offset" using
                   ls-str-arg-1 ls-str-arg-1-len
                   ls-utf8-char-num ls-utf8-byte-pos
               end-call

               compute ls-mid-result-len =
                   ls-utf8-byte-pos - ls-mid-start-byte
               end-compute
           end-if

           move ls-str-arg-1(ls-mid-start-byte:ls-mid-result-len)
               to ls-long-string-text
           move ls-mid-result-len to ls-long-string-len
           perform return-string-result

           exit paragraph.

               move 1 to ls-instr-start
           end-if

           if ls-utf8-mode then
               move ls-instr-start to ls-utf8-char-num
               call "utf8-char-offset" using
                   ls-str-arg-1 ls-str-arg-1-len
                   ls-utf8-char-num ls-instr-start
               end-call
           end-if

           if ls-str-arg-2-len = 0
               or ls-str-arg-1-len = 0
               or ls-instr-start + ls-str-arg-2-len - 1
                   = ls-str-arg-2(1:ls-str-arg-2-len)
               then
                   move ls-instr-scan-idx to l-result-num
                   if ls-utf8-mode then
                       perform instr-byte-to-char-position
                   end-if
                   exit perform
               end-if
           end-perform
           exit paragraph.


      *>   The byte position INSTR found, as a character position.
       instr-byte-to-char-position.

           compute ls-utf8-byte-pos = ls-instr-scan-idx - 1
           end-compute

           call "utf8-length" using
               ls-str-arg-1 ls-utf8-byte-pos
               ls-resolved-str-chars ls-utf8-bad-pos
           end-call

           compute l-result-num = ls-resolved-str-chars + 1
           end-compute

           exit paragraph.


       process-len-function.

           move ls-arg-str(1) to ls-resolved-str
           perform resolve-string-argument

           move "INTEGER" to l-result-type
           move ls-resolved-str-chars to l-result-num

           exit paragraph.

           if ls-resolved-str-len = 0 then
               move '""' to l-result-value
           else
               if ls-utf8-mode then
                   move ls-resolved-str(1:ls-resolved-str-len)
                       to ls-long-string-text
                   move ls-resolved-str-len to ls-long-string-len
                   move "U" to ls-utf8-case-type
                   call "utf8-case" using
                       ls-long-string-text ls-long-string-len
                       ls-utf8-case-type
                   end-call
               else
                   move upper-case(
                       ls-resolved-str(1:ls-resolved-str-len))
                       to ls-long-string-text
                   move ls-resolved-str-len to ls-long-string-len
               end-if
               perform return-string-result
           end-if

           exit paragraph.
           if ls-resolved-str-len = 0 then
               move '""' to l-result-value
           else
               if ls-utf8-mode then
                   move ls-resolved-str(1:ls-resolved-str-len)
                       to ls-long-string-text
                   move ls-resolved-str-len to ls-long-string-len
                   move "L" to ls-utf8-case-type
                   call "utf8-case" using
                       ls-long-string-text ls-long-string-len
                       ls-utf8-case-type
                   end-call
               else
                   move lower-case(
                       ls-resolved-str(1:ls-resolved-str-len))
                       to ls-long-string-text
                   move ls-resolved-str-len to ls-long-string-len
               end-if
               perform return-string-result
           end-if

           exit paragraph.
           then
               perform resolve-string-argument
               move ls-resolved-str(1:1) to ls-fill-char
               move 1 to ls-fill-seq-len
               if ls-utf8-mode and ls-resolved-str-len > 1 then
                   move 2 to ls-utf8-char-num
                   call "utf8-char-offset" using
                       ls-resolved-str ls-resolved-str-len
                       ls-utf8-char-num ls-utf8-byte-pos
                   end-call
                   compute ls-fill-seq-len = ls-utf8-byte-pos - 1
                   end-compute
                   move ls-resolved-str(1:ls-fill-seq-len)
                       to ls-fill-seq
               end-if
           else
               move 1 to ls-fill-seq-len
               perform resolve-numeric-argument
               move ls-resolved-num to ls-num-arg-2
               move function char(ls-num-arg-2 + 1) to ls-fill-char

           if ls-num-arg-1 < 1 then
               move '""' to l-result-value
               exit paragraph
           end-if

      *>   A multi-byte fill character in UTF-8 mode: n characters,
      *>   each its whole byte sequence.
           if ls-fill-seq-len > 1 then
               if ls-num-arg-1 * ls-fill-seq-len
                   > length(ls-long-string-text)
               then
                   compute ls-num-arg-1 =
                       length(ls-long-string-text) / ls-fill-seq-len
                   end-compute
               end-if

               move 1 to ls-fill-put-idx
               perform ls-num-arg-1 times
                   move ls-fill-seq(1:ls-fill-seq-len)
                       to ls-long-string-text
                           (ls-fill-put-idx:ls-fill-seq-len)
                   add ls-fill-seq-len to ls-fill-put-idx
               end-perform
               compute ls-long-string-len = ls-fill-put-idx - 1
               end-compute
               perform return-string-result
           else
               if ls-num-arg-1 > 1022 then
                   move 1022 to ls-num-arg-1

           exit paragraph.


      *>   UTF8TOLATIN1$(text$ [, sub$]) -- Latin-1 form of the UTF-8
      *>   text. sub$ is itself UTF-8; its first character must fit
      *>   in Latin-1, else "?" stands in.
       process-to-latin1-function.

           set ls-utf8-check-off to true

           move space to ls-utf8-sub-char
           if ls-num-args > 1 then
               move ls-arg-str(2) to ls-resolved-str
               perform resolve-string-argument
               if ls-resolved-str-len > 0 then
                   call "utf8-to-latin1" using
                       ls-resolved-str ls-resolved-str-len
                       ls-utf8-sub-char
                       ls-str-arg-2 ls-utf8-sub-len ls-utf8-bad-pos
                   end-call
                   move ls-str-arg-2(1:1) to ls-utf8-sub-char
               end-if
           end-if

           move ls-arg-str(1) to ls-resolved-str
           perform resolve-string-argument

           move "STRING" to l-result-type

           call "utf8-to-latin1" using
               ls-resolved-str ls-resolved-str-len ls-utf8-sub-char
               ls-long-string-text ls-long-string-len ls-utf8-bad-pos
           end-call

           if ls-utf8-bad-pos > 0 then
               perform raise-invalid-utf8
           end-if

           if ls-long-string-len = 0 then
               move '""' to l-result-value
           else
               perform return-string-result
           end-if

           exit paragraph.


      *>   LATIN1TOUTF8$(text$) -- UTF-8 form of the Latin-1 text.
       process-to-utf8-function.

           set ls-utf8-check-off to true

           move ls-arg-str(1) to ls-resolved-str
           perform resolve-string-argument

           move "STRING" to l-result-type

           call "latin1-to-utf8" using
               ls-resolved-str ls-resolved-str-len
               ls-long-string-text ls-long-string-len
           end-call

           if ls-long-string-len = 0 then
               move '""' to l-result-value
           else
               perform return-string-result
           end-if

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

       end program string-func.
