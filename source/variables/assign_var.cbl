      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-10-12
      * Last Modified: 2026-10-15
      * Purpose: Assigns value to a variable. A numeric result too
      *          large for its destination, or a division by zero,
      *          raises runtime error 6 or 11 naming the expression
      *          and leaves the variable as it was, instead of storing
      *          a truncated value. A string result longer than the
      *          1,024 byte value field (up to a 32K record) is kept
      *          whole through set-long-variable; error 14 when the
      *          long string pool is full. An operator character
      *          inside a quoted literal keeps the spaces around it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       78  ws-div-operator               value '/'.
       78  ws-pow-operator               value '^'.

       78  ws-err-overflow               value 6.
       78  ws-err-division-by-zero       value 11.
       78  ws-err-out-of-string-space    value 14.

       78  ws-long-string-head-len       value 1022.


       local-storage section.
       
       copy "copybooks/local_storage/ls_variable.cpy".  

       copy "copybooks/local_storage/ls_long_string.cpy".

      *>   The string result built alongside ls-running-assign-val
      *>   without its 1,024 byte limit: each term's bare text, the
      *>   full value for a long variable or function result.
       01  ls-long-accum-len             pic 9(5) comp value 0.
       01  ls-long-accum                 pic x(32768).
       01  ls-long-term-rc               pic 9 value 0.
       01  ls-long-term-start            pic 9(5) comp.
       01  ls-long-term-end              pic 9(5) comp.
       01  ls-long-term-len              pic 9(5) comp.
       01  ls-long-store-rc              pic 9 value 0.

       01  ls-temp-variable.
           05  ls-temp-variable-type       pic x(8) value spaces.
               88  ls-temp-type-integer    value "INTEGER".
       01  ls-temp-waitkey-ret-val       pic xx.

       01  ls-temp-param-pointer         pic 9(4) comp.
       01  ls-temp-param-count           pic 9(4) comp.
       01  ls-quoted-accum-len           pic 9(4) comp.
       

       01  ls-temp-alloc-str             pic x(1024) value spaces.
           05  ls-pow-terms              occurs 0 to 100 times
                               depending on ls-pow-num-terms.
               10  ls-pow-term-op        pic a value space.
               10  ls-pow-term-val       pic S9(16)v9(6) value zeros.

       01  ls-reduced-term-table.
           05  ls-reduced-num-terms      pic 9(4) comp value 0.
           05  ls-reduced-terms          occurs 0 to 100 times
                               depending on ls-reduced-num-terms.
               10  ls-reduced-term-op    pic a value space.
               10  ls-reduced-term-val   pic S9(16)v9(6) value zeros.

       01  ls-expr-term-idx              pic 9(4) comp value 0.

      *>   Wide enough for any INTEGER result; a DECIMAL destination
      *>   is checked against its own S9(12)V9(6) as the value moves.
       01  ls-expr-running-val           pic S9(16)v9(6) value zeros.

       01  ls-arith-error-code           pic 9(4) value 0.
           88  ls-arith-ok               value 0.
       01  ls-arith-error-text           pic x(256).

      *> Number of quoted pairs in a source code line.
       01  ls-quote-table.
           set ls-is-first-value to true 
           
           move spaces to ls-quoted-accum-value
           move 0 to ls-quoted-accum-len

           perform until 
               ls-temp-param-pointer > length(ls-temp-param-buffer)
               
               move space to ls-latest-operator
   
               move 0 to ls-temp-param-count
               unstring ls-temp-param-buffer 
                   delimited by 
                       ws-add-operator 
                       or ws-pow-operator
                   into ls-temp-param-value
                   delimiter in ls-latest-operator
                   count in ls-temp-param-count
                   with pointer ls-temp-param-pointer
               end-unstring

      *> string literal. If so it isn't an operator at all -- keep
      *> the fragment (with the delimiter character itself) in the
      *> accumulator and read on, so the whole quoted value arrives
      *> at calculate-running-assignment-value as one term. The
      *> fragments are joined at their counted lengths so spaces
      *> either side of the character stay part of the literal.
               perform varying ls-quote-idx from 1 by 1 
               until ls-quote-idx > ls-num-quote-pairs
                   if ls-temp-param-pointer > 
                       call "logger" using concatenate(
                           "**** IN QUOTE!: " ls-temp-param-pointer)
                       end-call 
                       if ls-temp-param-count > 0 then
                           move ls-temp-param-value(
                               1:ls-temp-param-count)
                               to ls-quoted-accum-value(
                               ls-quoted-accum-len + 1:
                               ls-temp-param-count)
                           add ls-temp-param-count
                               to ls-quoted-accum-len
                       end-if
                       add 1 to ls-quoted-accum-len
                       move ls-latest-operator to
                           ls-quoted-accum-value(ls-quoted-accum-len:1)
                       exit perform 
                   end-if 
               end-perform 

               if ls-is-not-in-quote then
                   if ls-quoted-accum-len > 0 then
                       move spaces to ls-accum-scratch
                       string
                           ls-quoted-accum-value(1:ls-quoted-accum-len)
                           trim(ls-temp-param-value trailing)
                           delimited by size
                           into ls-accum-scratch
                       end-string
                       move ls-accum-scratch to ls-temp-param-value
                       move spaces to ls-quoted-accum-value
                       move 0 to ls-quoted-accum-len
                   end-if

                   call "logger" using concatenate(

           if ls-assign-type-num or ls-assign-type-decimal then
               perform apply-operator-precedence

               if not ls-arith-ok then
                   perform raise-arithmetic-error
                   goback
               end-if
           end-if


            
           end-if 
           
           if ls-assign-type-string
               and ls-long-accum-len > ws-long-string-head-len
           then
               perform store-long-assignment
           else
               call "set-variable" using ls-variable
           end-if

           if ls-is-const-declaration then
               call "mark-variable-const" using
               ls-temp-variable ls-get-variable-return-code
           end-call 

           call "take-long-result" using
               ls-temp-variable ls-long-string ls-long-term-rc
           end-call

           if ls-get-variable-return-code > 0 then 
               call "logger" using concatenate(
                   "ASSIGNMENT :: Found righthand side variable:" 
                   end-string 
               end-if 

               perform accumulate-long-string-term

               if ls-is-first-value then 
                   move ls-temp-param-value 
                   to ls-running-assign-val
           exit paragraph.


      *>   Adds the term to ls-long-accum the way the lines below
      *>   add it to ls-running-assign-val: the first term starts
      *>   it, a term after + is appended, others are ignored.
       accumulate-long-string-term.

           if ls-long-term-rc = 0 then
               perform take-quoted-term-text
           end-if

           if ls-is-first-value then
               move 0 to ls-long-accum-len
               move spaces to ls-long-accum
           else
               if not ls-prev-op-add then
                   exit paragraph
               end-if
           end-if

           compute ls-long-term-len =
               length(ls-long-accum) - ls-long-accum-len
           end-compute
           if ls-long-string-len < ls-long-term-len then
               move ls-long-string-len to ls-long-term-len
           end-if

           if ls-long-term-len > 0 then
               move ls-long-string-text(1:ls-long-term-len)
                   to ls-long-accum(ls-long-accum-len + 1:
                       ls-long-term-len)
               add ls-long-term-len to ls-long-accum-len
           end-if

           exit paragraph.


      *>   The bare text of an ordinary term: inside its quotes when
      *>   it has them, as it stands when it does not.
       take-quoted-term-text.

           move 0 to ls-long-string-len
           move spaces to ls-long-string-text

           if ls-temp-param-value = spaces then
               exit paragraph
           end-if

           compute ls-long-term-end =
               length(trim(ls-temp-param-value trailing))
           end-compute
           move 1 to ls-long-term-start

           if ls-temp-param-value(1:1) = '"' then
               move 2 to ls-long-term-start
               if ls-long-term-end > 1
                   and ls-temp-param-value(ls-long-term-end:1) = '"'
               then
                   subtract 1 from ls-long-term-end
               end-if
           end-if

           if ls-long-term-end >= ls-long-term-start then
               compute ls-long-string-len =
                   ls-long-term-end - ls-long-term-start + 1
               end-compute
               move ls-temp-param-value(
                   ls-long-term-start:ls-long-string-len)
                   to ls-long-string-text
           end-if

           exit paragraph.


      *>   A string result too long for the value field goes in
      *>   whole through set-long-variable, which keeps the quoted
      *>   head in the table as set-variable would.
       store-long-assignment.

           move ls-long-accum-len to ls-long-string-len
           move ls-long-accum(1:ls-long-accum-len)
               to ls-long-string-text

           call "set-long-variable" using
               ls-variable ls-long-string ls-long-store-rc
           end-call

           call "logger" using concatenate(
               "ASSIGNMENT :: Long string value of "
               ls-long-accum-len " bytes for: "
               trim(ls-variable-name))
           end-call

           if ls-long-store-rc = 0 then
               move ws-err-out-of-string-space to ls-arith-error-code
               move spaces to ls-arith-error-text
               string
                   "Out of string space: " trim(ls-variable-name)
                   " keeps only its first 1022 bytes"
                   delimited by size
                   into ls-arith-error-text
               end-string
               call "logger-leveled" using concatenate(
                   "ASSIGNMENT :: ERROR : " trim(ls-arith-error-text))
                   "ERROR"
               end-call
               call "raise-runtime-error-text" using
                   ls-arith-error-code ls-arith-error-text
               end-call
           end-if

           exit paragraph.


       apply-operator-precedence.

      *>   Pass 0: collapse consecutive ^ terms first so the power
                       ls-pow-term-val(ls-pow-num-terms)
                       ** numval(ls-expr-term-val(ls-expr-term-idx))
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-compute
               else
                   add 1 to ls-pow-num-terms
                   move ls-expr-term-op(ls-expr-term-idx)
                       to ls-pow-term-op(ls-pow-num-terms)
                   compute ls-pow-term-val(ls-pow-num-terms) =
                       numval(ls-expr-term-val(ls-expr-term-idx))
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-compute
               end-if
           end-perform

                       by ls-pow-term-val(ls-expr-term-idx)
                       giving
                       ls-reduced-term-val(ls-reduced-num-terms)
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-multiply
               else
                   if ls-pow-term-op(ls-expr-term-idx)
                       = ws-div-operator
                       and ls-reduced-num-terms > 0
                   then
                       if ls-pow-term-val(ls-expr-term-idx) = 0 then
                           move ws-err-division-by-zero
                               to ls-arith-error-code
                           exit paragraph
                       end-if
                       divide ls-reduced-term-val(ls-reduced-num-terms)
                           by ls-pow-term-val(ls-expr-term-idx)
                           giving
                           ls-reduced-term-val(ls-reduced-num-terms)
                           on size error
                               move ws-err-overflow
                                   to ls-arith-error-code
                               exit paragraph
                       end-divide
                   else
                       add 1 to ls-reduced-num-terms
                       move ls-pow-term-op(ls-expr-term-idx)
               then
                   subtract ls-reduced-term-val(ls-expr-term-idx)
                       from ls-expr-running-val
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-subtract
               else
                   add ls-reduced-term-val(ls-expr-term-idx)
                       to ls-expr-running-val
                       on size error
                           move ws-err-overflow to ls-arith-error-code
                           exit paragraph
                   end-add
               end-if
           end-perform

           move ls-expr-running-val to ls-running-assign-val-num

           if ls-assign-type-decimal then
               compute ls-running-assign-val-dec = ls-expr-running-val
                   on size error
                       move ws-err-overflow to ls-arith-error-code
                       exit paragraph
               end-compute
           else
               move ls-expr-running-val to ls-running-assign-val-dec
           end-if

           exit paragraph.


      *>   The statement is refused, the destination keeps its old
      *>   value, and the error goes the way of every runtime error:
      *>   ON ERROR GOTO, or the error surface and post-mortem dump.
       raise-arithmetic-error.

           move spaces to ls-arith-error-text
           if ls-arith-error-code = ws-err-division-by-zero then
               string
                   "Division by zero in: " trim(l-src-code-str)
                   delimited by size
                   into ls-arith-error-text
               end-string
           else
               string
                   "Overflow in: " trim(l-src-code-str)
                   delimited by size
                   into ls-arith-error-text
               end-string
           end-if

           call "logger-leveled" using concatenate(
               "ASSIGNMENT :: ERROR : " trim(ls-arith-error-text))
               "ERROR"
           end-call

           call "raise-runtime-error-text" using
               ls-arith-error-code ls-arith-error-text
           end-call

           exit paragraph.


