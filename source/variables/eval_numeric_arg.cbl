      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Evaluates a numeric argument expression for the
      *          screen and control statements (LOCATE, COLOR, SLEEP,
      *          WIDTH, SOUND), with the same operator precedence
      *          function resolved through get-variable, with * and /
      *          reduced before + and -. So "LEFTMARGIN + 12" works
      *          directly in the argument position instead of through
      *          a throwaway temp variable. A result too large for the
      *          argument, or a division by zero, raises runtime error
      *          6 or 11 naming the expression and the argument is
      *          treated as not given.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       78  ws-div-operator               value '/'.
       78  ws-pow-operator               value '^'.

       78  ws-err-overflow               value 6.
       78  ws-err-division-by-zero       value 11.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".
       01  ls-term-idx                   pic 9(4) comp.
       01  ls-running-value              pic s9(12)v9(6) value 0.

       01  ls-arith-error-code           pic 9(4) value 0.
           88  ls-arith-ok               value 0.
       01  ls-arith-error-text           pic x(256).

       linkage section.

       01  l-expr-text                   pic x(256).
               goback
           end-if

           if ls-arith-ok then
               perform apply-operator-precedence
           end-if

           if not ls-arith-ok then
               perform raise-arithmetic-error
               goback
           end-if

           move ls-running-value to l-result-value
           set l-return-code-true to true

           if test-numval(trim(ls-term-text)) = 0 then
               compute ls-term-value = numval(ls-term-text)
                   on size error
                       move ws-err-overflow to ls-arith-error-code
               end-compute
               exit paragraph
           end-if
               then
                   move ls-variable-value-dec to ls-term-value
               else
                   compute ls-term-value = ls-variable-value-num
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                   end-compute
               end-if
           else
               call "logger-leveled" using concatenate(
                       ls-pow-val(ls-num-pow-terms)
                       ** ls-entry-val(ls-term-idx)
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-compute
               else
                   add 1 to ls-num-pow-terms
                   multiply ls-reduced-val(ls-num-reduced)
                       by ls-pow-val(ls-term-idx)
                       giving ls-reduced-val(ls-num-reduced)
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-multiply
               else
                   if ls-pow-op(ls-term-idx) = ws-div-operator
                       and ls-num-reduced > 0
                   then
                       if ls-pow-val(ls-term-idx) = 0 then
                           move ws-err-division-by-zero
                               to ls-arith-error-code
                           exit paragraph
                       end-if
                       divide ls-reduced-val(ls-num-reduced)
                           by ls-pow-val(ls-term-idx)
                           giving ls-reduced-val(ls-num-reduced)
                           on size error
                               move ws-err-overflow
                                   to ls-arith-error-code
                               exit paragraph
                       end-divide
                   else
                       add 1 to ls-num-reduced
                       move ls-pow-op(ls-term-idx)
               if ls-reduced-op(ls-term-idx) = ws-sub-operator then
                   subtract ls-reduced-val(ls-term-idx)
                       from ls-running-value
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-subtract
               else
                   add ls-reduced-val(ls-term-idx)
                       to ls-running-value
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-add
               end-if
           end-perform

           exit paragraph.


      *>   Raised like any runtime error, so ON ERROR GOTO, the error
      *>   surface and the post-mortem dump all see it.
       raise-arithmetic-error.

           move spaces to ls-arith-error-text
           if ls-arith-error-code = ws-err-division-by-zero then
               string
                   "Division by zero in: " trim(l-expr-text)
                   delimited by size
                   into ls-arith-error-text
               end-string
           else
               string
                   "Overflow in: " trim(l-expr-text)
                   delimited by size
                   into ls-arith-error-text
               end-string
           end-if

           call "logger-leveled" using concatenate(
               "EVAL-NUMERIC-ARG :: ERROR : "
               trim(ls-arith-error-text))
               "ERROR"
           end-call

           call "raise-runtime-error-text" using
               ls-arith-error-code ls-arith-error-text
           end-call

           exit paragraph.

       end program eval-numeric-arg.
