      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the REDIM and ERASE statements, so an array
      *          can be sized from the data instead of a guessed
      *          maximum. Usage:
      *            REDIM [PRESERVE] [SHARED] name(n) [AS type]
      *            REDIM [PRESERVE] [SHARED] name(1 TO n) [AS type]
      *            ERASE name [, name ...]
      *          The bound may be any numeric expression (a count
      *          read from the file, UBOUND(A) + 500). Arrays start at
      *          element 1; a bound of zero leaves the array empty.
      *          REDIM without PRESERVE gives the array n fresh,
      *          empty elements. REDIM PRESERVE keeps elements
      *          1 .. n that already exist with their values, adds
      *          empty ones above the old upper bound, or frees the
      *          ones above n -- arrays of TYPE records included,
      *          member by member. Without an AS clause an existing
      *          array keeps its element type (and its DECIMAL scale);
      *          a new one takes the type its name defaults to.
      *          PRESERVE cannot change the element type.
      *          ERASE frees every element of an array, or every key
      *          of a MAP. LBOUND()/UBOUND() report 0 for it after.
      *          A REDIM the variable ceiling (max-variables) or the
      *          variable table cannot hold raises error 7 before
      *          anything is changed; a bound below zero, or a lower
      *          bound other than 1, is error 9; anything else
      *          malformed is error 5. All are trappable with ON
      *          ERROR GOTO.
      *          Freed elements go back to variable-repository for
      *          reuse, and the interpreter's DIM count is brought
      *          back in line with the variables actually held, so
      *          the ceiling DIM checks against stays honest across
      *          any number of resizes.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. redim-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-err-illegal-function       value 5.
       78  ws-err-out-of-memory          value 7.
       78  ws-err-subscript-range        value 9.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_array_bounds.cpy".

       01  ls-statement-text             pic x(1024).
       01  ls-rest-text                  pic x(1024).
       01  ls-after-text                 pic x(1024).
       01  ls-as-text                    pic x(1024).
       01  ls-as-type-word               pic x(32).

       01  ls-array-base-name            pic x(256).
       01  ls-bounds-text                pic x(256).
       01  ls-low-text                   pic x(256).
       01  ls-high-text                  pic x(256).

       01  ls-open-idx                   pic 9(4) comp.
       01  ls-close-idx                  pic 9(4) comp.
       01  ls-scan-idx                   pic 9(4) comp.
       01  ls-paren-depth                pic 9(4) comp.
       01  ls-name-len                   pic 9(4) comp.

       01  ls-bound-value                pic s9(12)v9(6).
       01  ls-bound-rc                   pic 9.

       01  ls-new-size                   pic 9(8) comp.
       01  ls-new-size-disp              pic z(7)9.
       01  ls-cur-size                   pic 9(8) comp.
       01  ls-keep-count                 pic 9(8) comp.
       01  ls-elem-idx                   pic 9(8) comp.
       01  ls-first-new-idx              pic 9(8) comp.
       01  ls-elem-idx-disp              pic z(7)9.
       01  ls-elem-name                  pic x(256).

       01  ls-old-slots                  pic 9(5) comp.
       01  ls-new-slots                  pic 9(5) comp.
       01  ls-member-count               pic 9(4).
       01  ls-live-after                 pic 9(9) comp.
       01  ls-slots-needed               pic 9(9) comp.
       01  ls-max-disp                   pic z(4)9.

       01  ls-preserve-sw                pic a value 'N'.
           88  ls-is-preserve            value 'Y'.
           88  ls-not-preserve           value 'N'.

       01  ls-shared-sw                  pic a value 'N'.
           88  ls-is-shared              value 'Y'.
           88  ls-is-local               value 'N'.

       01  ls-fresh-declare-sw           pic a value 'N'.
           88  ls-is-fresh-declare       value 'Y'.
           88  ls-not-fresh-declare      value 'N'.

       01  ls-ceiling-sw                 pic a value 'N'.
           88  ls-ceiling-exceeded       value 'Y'.
           88  ls-ceiling-ok             value 'N'.

       01  ls-elem-shared-sw             pic a value 'N'.

       01  ls-dim-text                   pic x(1024).
       01  ls-allocate-rc                pic 9 value 0.
       01  ls-declare-rc                 pic 9 value 0.
       01  ls-type-rc                    pic 9 value 0.
       01  ls-remove-rc                  pic 9 value 0.

       01  ls-declare-variable.
           05  ls-declare-type           pic x(8) value spaces.
           05  ls-declare-name           pic x(256) value spaces.
           05  ls-declare-value          pic x(1024) value spaces.
           05  ls-declare-value-num      pic S9(16) value zeros.
           05  ls-declare-value-dec      pic S9(12)v9(6) value zeros.

       01  ls-erase-list                 pic x(1024).
       01  ls-erase-name                 pic x(256).
       01  ls-erase-ptr                  pic 9(4) comp.

       01  ls-raise-error-code           pic 9(4).
       01  ls-raise-error-text           pic x(256).

       linkage section.

       01  l-src-code-str                pic x(1024).

       copy "copybooks/linkage_section/l_variable_table.cpy".

       01  l-max-variables               pic 9(5) comp.

       01  l-redim-return-code           pic 9 value 0.
           88  l-return-code-true        value 1.
           88  l-return-code-false       value 0.

       procedure division using
           l-src-code-str l-variable-table l-max-variables
           l-redim-return-code.

       main-procedure.

           set l-return-code-false to true

           call "logger" using concatenate(
               "REDIM :: attempt to parse source line: "
               trim(l-src-code-str))
           end-call

           move upper-case(trim(l-src-code-str)) to ls-statement-text
           move trim(ls-statement-text(length(ws-redim) + 1:))
               to ls-rest-text

           set ls-not-preserve to true
           set ls-is-local to true
           perform take-leading-option 2 times

           perform split-name-and-bounds
           if ls-array-base-name = spaces then
               goback
           end-if

           perform evaluate-bounds
           if ls-bound-rc = 0 then
               goback
           end-if

      *>   A MAP grows a key at a time; it has no bounds to set.
           move ls-array-base-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
           if ls-get-variable-return-code > 0
               and ls-variable-type = "MAP"
           then
               move "a MAP takes no bounds" to ls-raise-error-text
               perform raise-malformed-redim
               goback
           end-if

           move ls-array-base-name to ls-variable-name
           call "get-array-bounds" using ls-variable ls-array-bounds
           end-call

           if ls-array-not-found then
               move 0 to ls-cur-size
               move 0 to ls-old-slots
           else
               move ls-array-ubound to ls-cur-size
               move ls-array-elem-slots to ls-old-slots
           end-if

           perform decide-element-type
           if ls-type-rc = 0 then
               goback
           end-if

           if ls-is-preserve and not ls-array-not-found then
               if ls-cur-size < ls-new-size then
                   move ls-cur-size to ls-keep-count
               else
                   move ls-new-size to ls-keep-count
               end-if
           else
               move 0 to ls-keep-count
           end-if

           perform check-variable-ceiling
           if ls-ceiling-exceeded then
               goback
           end-if

           if not ls-array-not-found
               and ls-cur-size > ls-keep-count
           then
               move ls-keep-count to ls-array-keep-count
               move ls-array-base-name to ls-variable-name
               call "remove-array-elements" using
                   ls-variable ls-array-bounds
               end-call
           end-if

           if ls-new-size > ls-keep-count then
               if ls-is-fresh-declare then
                   perform declare-fresh-array
               else
                   perform add-array-elements
               end-if
           end-if

           perform resync-dim-count

           move ls-new-size to ls-new-size-disp
           call "logger" using concatenate(
               "REDIM :: " trim(ls-array-base-name)
               " now 1 to " trim(ls-new-size-disp)
               " : kept: " ls-keep-count
               " : preserve: " ls-preserve-sw)
           end-call

           set l-return-code-true to true
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the ERASE statement: every element
      *          of each array named, or every key of a MAP, is
      *          freed. Erasing an array that has no elements is not
      *          an error.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "erase-cmd" using
           l-src-code-str l-variable-table l-max-variables.

           move upper-case(trim(l-src-code-str)) to ls-statement-text
           move ls-statement-text(length(ws-erase) + 1:)
               to ls-erase-list

           move 1 to ls-erase-ptr
           perform until ls-erase-ptr > length(trim(ls-erase-list))
               move spaces to ls-erase-name
               unstring ls-erase-list
                   delimited by ","
                   into ls-erase-name
                   with pointer ls-erase-ptr
               end-unstring
               if ls-erase-name not = spaces then
                   perform erase-one-name
               end-if
           end-perform

           perform resync-dim-count

           goback.


      *>   PRESERVE and SHARED, in either order, ahead of the name.
       take-leading-option.

           evaluate true
               when ls-rest-text(1:length(ws-redim-preserve))
                   = ws-redim-preserve
                   set ls-is-preserve to true
                   move trim(ls-rest-text(
                       length(ws-redim-preserve) + 1:))
                       to ls-rest-text
               when ls-rest-text(1:length(ws-redim-shared))
                   = ws-redim-shared
                   set ls-is-shared to true
                   move trim(ls-rest-text(
                       length(ws-redim-shared) + 1:))
                       to ls-rest-text
           end-evaluate

           exit paragraph.


      *>   name(bounds) [AS type]: the bounds run to the paren that
      *>   closes the first one, so A(N + (2 * M)) and A(UBOUND(B))
      *>   come through whole.
       split-name-and-bounds.

           move spaces to ls-array-base-name
           move spaces to ls-bounds-text
           move spaces to ls-after-text

           move 0 to ls-open-idx
           inspect ls-rest-text tallying ls-open-idx
               for characters before initial "("
           add 1 to ls-open-idx

           if ls-open-idx <= 1
               or ls-open-idx > length(trim(ls-rest-text))
           then
               move "no bounds given" to ls-raise-error-text
               perform raise-malformed-redim
               exit paragraph
           end-if

           move 0 to ls-close-idx
           move 0 to ls-paren-depth
           perform varying ls-scan-idx from ls-open-idx by 1
           until ls-scan-idx > length(trim(ls-rest-text))
               or ls-close-idx > 0
               evaluate ls-rest-text(ls-scan-idx:1)
                   when "("
                       add 1 to ls-paren-depth
                   when ")"
                       subtract 1 from ls-paren-depth
                       if ls-paren-depth = 0 then
                           move ls-scan-idx to ls-close-idx
                       end-if
               end-evaluate
           end-perform

           if ls-close-idx = 0 or ls-close-idx = ls-open-idx + 1 then
               move "no bounds given" to ls-raise-error-text
               perform raise-malformed-redim
               exit paragraph
           end-if

           move ls-rest-text(ls-open-idx + 1:
               ls-close-idx - ls-open-idx - 1)
               to ls-bounds-text
           move trim(ls-rest-text(ls-close-idx + 1:))
               to ls-after-text

           move spaces to ls-as-text
           move spaces to ls-as-type-word
           if ls-after-text(1:3) = "AS " then
               move trim(ls-after-text(4:)) to ls-as-text
               unstring ls-as-text
                   delimited by space or "("
                   into ls-as-type-word
               end-unstring
           else
               if ls-after-text not = spaces then
                   move "unexpected text after the bounds"
                       to ls-raise-error-text
                   perform raise-malformed-redim
                   exit paragraph
               end-if
           end-if

           move trim(ls-rest-text(1:ls-open-idx - 1))
               to ls-array-base-name

           exit paragraph.


      *>   n, or 1 TO n -- arrays here always start at element 1.
       evaluate-bounds.

           move 0 to ls-bound-rc
           move spaces to ls-low-text
           move spaces to ls-high-text

           unstring ls-bounds-text
               delimited by " TO "
               into ls-low-text ls-high-text
           end-unstring

           if ls-high-text not = spaces then
               call "eval-numeric-arg" using
                   ls-low-text ls-bound-value ls-bound-rc
               end-call
               if ls-bound-rc = 0 or ls-bound-value not = 1 then
                   move 0 to ls-bound-rc
                   move "arrays start at element 1"
                       to ls-raise-error-text
                   perform raise-subscript-range
                   exit paragraph
               end-if
           else
               move ls-bounds-text to ls-high-text
           end-if

           call "eval-numeric-arg" using
               ls-high-text ls-bound-value ls-bound-rc
           end-call

           if ls-bound-rc = 0 then
               move "bound is not numeric" to ls-raise-error-text
               perform raise-malformed-redim
               exit paragraph
           end-if

           if ls-bound-value < 0
               or ls-bound-value not = integer-part(ls-bound-value)
               or ls-bound-value > 99999999
           then
               move 0 to ls-bound-rc
               move "bound must be a whole number from 0 up"
                   to ls-raise-error-text
               perform raise-subscript-range
               exit paragraph
           end-if

           move ls-bound-value to ls-new-size

           exit paragraph.


      *>   A new array, or an AS clause without PRESERVE, declares
      *>   the array afresh through allocate-var, the way DIM does.
      *>   Otherwise the array keeps its element type and only the
      *>   missing elements are added. PRESERVE may restate the
      *>   type but not change it.
       decide-element-type.

           move 1 to ls-type-rc
           set ls-not-fresh-declare to true

           if ls-array-not-found then
               set ls-is-fresh-declare to true
               if ls-as-text = spaces then
                   perform default-element-type
               end-if
           else
               if ls-as-text not = spaces then
                   if ls-is-preserve then
                       if ls-as-type-word
                           not = upper-case(trim(ls-array-element-type))
                       then
                           move "PRESERVE cannot change the type"
                               to ls-raise-error-text
                           perform raise-malformed-redim
                           move 0 to ls-type-rc
                           exit paragraph
                       end-if
                   else
                       set ls-is-fresh-declare to true
                   end-if
               end-if
           end-if

           if ls-is-fresh-declare then
               evaluate ls-as-type-word
                   when "STRING"
                   when "INTEGER"
                   when "SINGLE"
                   when "DOUBLE"
                   when "DECIMAL"
                       move 1 to ls-new-slots
                   when other
                       call "get-type-member-count" using
                           ls-as-type-word ls-member-count
                       end-call
                       if ls-member-count = 0 then
                           move "AS type is not a type or a TYPE"
                               to ls-raise-error-text
                           perform raise-malformed-redim
                           move 0 to ls-type-rc
                           exit paragraph
                       end-if
                       move ls-member-count to ls-new-slots
               end-evaluate
           else
               move ls-old-slots to ls-new-slots
           end-if

           exit paragraph.


      *>   No AS clause on a new array: the type its name defaults
      *>   to, by suffix or the DEFINT/DEFSTR letter map.
       default-element-type.

           compute ls-name-len = length(trim(ls-array-base-name))
           end-compute

           evaluate ls-array-base-name(ls-name-len:1)
               when "$"
                   move "STRING" to ls-as-type-word
               when "!"
                   move "SINGLE" to ls-as-type-word
               when "#"
                   move "DOUBLE" to ls-as-type-word
               when other
                   call "get-default-type" using
                       ls-array-base-name
                       ls-declare-type
                   end-call
                   move ls-declare-type to ls-as-type-word
           end-evaluate

           move ls-as-type-word to ls-as-text

           exit paragraph.


      *>   What the table will hold once the elements above the
      *>   keep count are freed and the new ones added, against the
      *>   run's variable ceiling. Nothing is changed when it will
      *>   not fit.
       check-variable-ceiling.

           set ls-ceiling-ok to true

           compute ls-live-after = ls-array-live-count
               - (ls-cur-size - ls-keep-count) * ls-old-slots
           end-compute

           if ls-new-size > ls-keep-count then
               compute ls-slots-needed =
                   (ls-new-size - ls-keep-count) * ls-new-slots
               end-compute
           else
               move 0 to ls-slots-needed
           end-if

           if ls-live-after + ls-slots-needed > l-max-variables then
               move ls-new-size to ls-new-size-disp
               move l-max-variables to ls-max-disp
               move spaces to ls-raise-error-text
               string
                   "REDIM " trim(ls-array-base-name) "("
                   trim(ls-new-size-disp) ") : variable table cannot "
                   "hold the array within its limit of "
                   trim(ls-max-disp) " variables"
                   delimited by size
                   into ls-raise-error-text
               end-string

               call "logger-leveled" using concatenate(
                   "REDIM :: ERROR : " trim(ls-raise-error-text))
                   "ERROR"
               end-call

               move ws-err-out-of-memory to ls-raise-error-code
               call "raise-runtime-error-text" using
                   ls-raise-error-code ls-raise-error-text
               end-call

               set ls-ceiling-exceeded to true
           end-if

           exit paragraph.


      *>   DIM [SHARED] name(n) AS type, handed to allocate-var. An
      *>   existing global array stays global when re-declared from
      *>   inside a SUB.
       declare-fresh-array.

           perform resync-dim-count

           move ls-new-size to ls-new-size-disp
           move spaces to ls-dim-text

           if ls-is-shared
               or (not ls-array-not-found and ls-array-scope = 0)
           then
               string
                   ws-dim-shared
                   trim(ls-array-base-name) "("
                   trim(ls-new-size-disp) ") AS "
                   trim(ls-as-text)
                   delimited by size
                   into ls-dim-text
               end-string
           else
               string
                   ws-dim
                   trim(ls-array-base-name) "("
                   trim(ls-new-size-disp) ") AS "
                   trim(ls-as-text)
                   delimited by size
                   into ls-dim-text
               end-string
           end-if

           call "allocate-var" using
               ls-dim-text
               l-variable-table
               l-max-variables
               ls-allocate-rc
           end-call

           if ls-allocate-rc = 0 then
               move "cannot allocate the array"
                   to ls-raise-error-text
               perform raise-malformed-redim
           end-if

           exit paragraph.


      *>   Elements keep + 1 .. n of an existing array's own type,
      *>   at the array's own scope.
       add-array-elements.

           if ls-array-scope = 0 then
               move 'Y' to ls-elem-shared-sw
           else
               move 'N' to ls-elem-shared-sw
           end-if

           compute ls-first-new-idx = ls-keep-count + 1
           end-compute

           perform varying ls-elem-idx from ls-first-new-idx by 1
           until ls-elem-idx > ls-new-size

               move ls-elem-idx to ls-elem-idx-disp
               move spaces to ls-elem-name
               string
                   trim(ls-array-base-name) "("
                   trim(ls-elem-idx-disp) ")"
                   delimited by size
                   into ls-elem-name
               end-string

               if ls-array-is-scalar then
                   move spaces to ls-declare-variable
                   move zeros to ls-declare-value-num
                   move zeros to ls-declare-value-dec
                   move ls-array-element-type to ls-declare-type
                   move ls-elem-name to ls-declare-name

                   call "declare-variable" using
                       ls-declare-variable
                       ls-elem-shared-sw
                       ls-declare-rc
                   end-call
               else
                   call "instantiate-type" using
                       ls-elem-name
                       ls-array-element-type
                       ls-elem-shared-sw
                       ls-declare-rc
                   end-call
               end-if

               if ls-declare-rc = 0 then
                   move spaces to ls-raise-error-text
                   string
                       "REDIM " trim(ls-array-base-name)
                       " : variable table full at element "
                       trim(ls-elem-idx-disp)
                       delimited by size
                       into ls-raise-error-text
                   end-string
                   move ws-err-out-of-memory to ls-raise-error-code
                   call "raise-runtime-error-text" using
                       ls-raise-error-code ls-raise-error-text
                   end-call
                   exit perform
               end-if
           end-perform

           exit paragraph.


       erase-one-name.

           move trim(ls-erase-name) to ls-erase-name
           inspect ls-erase-name replacing all "()" by spaces

           move ls-erase-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-variable-type = "MAP"
           then
               move ls-erase-name to ls-variable-name
               call "remove-map-entries" using
                   ls-variable ls-remove-rc
               end-call
               exit paragraph
           end-if

           move ls-erase-name to ls-variable-name
           call "get-array-bounds" using ls-variable ls-array-bounds
           end-call

           if ls-array-not-found then
               call "logger" using concatenate(
                   "ERASE :: no elements to free for: "
                   trim(ls-erase-name))
               end-call
               exit paragraph
           end-if

           move 0 to ls-array-keep-count
           move ls-erase-name to ls-variable-name
           call "remove-array-elements" using
               ls-variable ls-array-bounds
           end-call

           exit paragraph.


      *>   The interpreter counts DIM'd variables against the
      *>   ceiling; after elements are freed or added here that
      *>   count is set to what the table really holds. This reuses
      *>   the bounds area, so it runs after the array's own bounds
      *>   are done with.
       resync-dim-count.

           move spaces to ls-variable-name
           call "get-array-bounds" using ls-variable ls-array-bounds
           end-call

           if ls-array-live-count <= l-max-variables then
               move ls-array-live-count to l-num-variables
           else
               move l-max-variables to l-num-variables
           end-if

           exit paragraph.


       raise-malformed-redim.

           call "logger-leveled" using concatenate(
               "REDIM :: ERROR : " trim(ls-raise-error-text)
               " : " trim(l-src-code-str))
               "ERROR"
           end-call

           move ws-err-illegal-function to ls-raise-error-code
           call "raise-runtime-error-text" using
               ls-raise-error-code ls-raise-error-text
           end-call

           exit paragraph.


       raise-subscript-range.

           call "logger-leveled" using concatenate(
               "REDIM :: ERROR : " trim(ls-raise-error-text)
               " : " trim(l-src-code-str))
               "ERROR"
           end-call

           move ws-err-subscript-range to ls-raise-error-code
           call "raise-runtime-error-text" using
               ls-raise-error-code ls-raise-error-text
           end-call

           exit paragraph.

       end program redim-cmd.
