      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the GETSECRET$() function:
      *            PW$ = GETSECRET$("BANK_FTP")
      *          returns the named entry from the credential vault
      *          (see vault.cbl); the name a quoted literal or a
      *          declared string variable. The vault registers the
      *          value with pii-mask as it hands it over, so it is
      *          starred in the log, the trace echo, dumps and the
      *          debugger from then on. An entry the vault does not
      *          hold is trappable error 78 and an empty string.
      *          Resolved from get-variable the same way the string
      *          functions are.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. secret-func is recursive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

       01  ls-arg-name                   pic x(64).
       01  ls-secret-value               pic x(256).
       01  ls-secret-rc                  pic 9.

       01  ls-arg-char-idx               pic 9(4) comp.
       01  ls-paren-end-idx              pic 9(4) comp.

       linkage section.

       01  l-input-value                 pic x(256).

       01  l-result-type                 pic x(8).

       01  l-result-value                pic x(1024).

       01  l-result-num                  pic S9(16).

       01  l-return-code                 pic 9 value 0.

       procedure division using
           l-input-value l-result-type l-result-value l-result-num
           l-return-code.

       main-procedure.

           move 0 to l-return-code
           move spaces to l-result-type
           move spaces to l-result-value
           move zeros to l-result-num

           move trim(l-input-value) to ls-working-input-value

           if upper-case(
               ls-working-input-value(1:length(ws-getsecret-func)))
               not = ws-getsecret-func
           then
               goback
           end-if

           perform split-secret-argument

           move spaces to ls-secret-value
           move 0 to ls-secret-rc
           call "vault-require-secret" using
               ls-arg-name ls-secret-value ls-secret-rc
           end-call

           string
               '"' trim(ls-secret-value) '"'
               delimited by size
               into l-result-value
           end-string

           move "STRING" to l-result-type
           move 1 to l-return-code

           goback.


      *>   GETSECRET$(name) -- the name a quoted literal or a
      *>   declared string variable.
       split-secret-argument.

           move spaces to ls-arg-name

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

           move trim(ls-args-text) to ls-args-text

           if ls-args-text(1:1) = '"' then
               inspect ls-args-text replacing all '"' by space
               move trim(ls-args-text) to ls-arg-name
           else
               move upper-case(trim(ls-args-text))
                   to ls-variable-name
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call

               if ls-get-variable-return-code > 0
                   and ls-type-string
               then
                   move trim(ls-variable-value) to ls-args-text
                   inspect ls-args-text
                       replacing all '"' by space
                   move trim(ls-args-text) to ls-arg-name
               end-if
           end-if

           exit paragraph.

       end program secret-func.
