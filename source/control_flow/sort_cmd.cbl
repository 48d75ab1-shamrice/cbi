      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Process the SORT command, in three forms:
      *            SORT A [DESC]
      *              orders the elements of a DIMmed array in place,
      *              numerically or as strings per the array's type.
      *            SORT M INTO K$ [BY member] [DESC]
      *              a MAP is always walked in key order; this lists
      *              its keys into K$(1..n) ordered by their values
      *              instead (by the named member for a MAP OF a
      *              TYPE), ties left in key order -- the top
      *              customers by total.
      *            SORT FILE "in" TO "out" ON start, len [DESC]
      *              sorts an entire sequential file on the given
      *              column range through COBOL's native SORT verb.
       78  ws-to-clause                  value " TO ".
       78  ws-on-clause                  value " ON ".
       78  ws-desc-clause                value "DESC".
       78  ws-into-clause                value "INTO".
       78  ws-by-clause                  value "BY".

       78  ws-max-sort-elements          value 1000.

               10  ls-element-value      pic x(1024).
               10  ls-element-num        pic S9(16).
               10  ls-element-dec        pic S9(12)v9(6).
               10  ls-element-key        pic x(256).

       01  ls-array-elem-type            pic x(8).

       01  ls-map-sort-words.
           05  ls-map-sort-word          pic x(256) occurs 6 times.
       01  ls-map-sort-word-idx          pic 9(4) comp.
       01  ls-map-target-name            pic x(256).
       01  ls-map-member-name            pic x(256).
       01  ls-map-key-count              pic 9(9) comp.
       01  ls-map-key-idx                pic 9(9) comp.
       01  ls-map-key-idx-disp           pic z(8)9.
       01  ls-map-key-value              pic x(256).

       01  ls-sort-pass-idx              pic 9(4) comp.
       01  ls-sort-scan-idx              pic 9(4) comp.
       01  ls-swap-needed-sw             pic a value 'N'.
               set ls-sort-descending to true
           end-if

           move ls-array-base-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-variable-type = "MAP"
           then
               perform process-map-sort
               exit paragraph
           end-if

      *>   Gather elements until the first index that doesn't exist.
           move 0 to ls-num-elements
           move spaces to ls-array-elem-type
           move ls-swap-dec
               to ls-element-dec(ls-sort-scan-idx + 1)

           move ls-element-key(ls-sort-scan-idx) to ls-map-key-value
           move ls-element-key(ls-sort-scan-idx + 1)
               to ls-element-key(ls-sort-scan-idx)
           move ls-map-key-value
               to ls-element-key(ls-sort-scan-idx + 1)

           exit paragraph.


           exit paragraph.


      *>   SORT M INTO K$ [BY member] [DESC] -- gather each key of
      *>   the MAP with its value, order them by value with the same
      *>   exchange sort the arrays use, and list the keys into
      *>   K$(1..n).
       process-map-sort.

           move spaces to ls-map-sort-words
           unstring upper-case(
               trim(l-src-code-str(length(ws-sort) + 1:)))
               delimited by all space
               into ls-map-sort-word(1) ls-map-sort-word(2)
                   ls-map-sort-word(3) ls-map-sort-word(4)
                   ls-map-sort-word(5) ls-map-sort-word(6)
           end-unstring

           move spaces to ls-map-target-name
           move spaces to ls-map-member-name
           set ls-sort-ascending to true

           perform varying ls-map-sort-word-idx from 2 by 1
           until ls-map-sort-word-idx > 6
               evaluate ls-map-sort-word(ls-map-sort-word-idx)
                   when ws-into-clause
                       if ls-map-sort-word-idx < 6 then
                           move ls-map-sort-word(
                               ls-map-sort-word-idx + 1)
                               to ls-map-target-name
                       end-if
                   when ws-by-clause
                       if ls-map-sort-word-idx < 6 then
                           move ls-map-sort-word(
                               ls-map-sort-word-idx + 1)
                               to ls-map-member-name
                       end-if
                   when ws-desc-clause
                       set ls-sort-descending to true
               end-evaluate
           end-perform

           if ls-map-target-name = spaces then
               call "logger-leveled" using concatenate(
                   "SORT :: ERROR : a MAP is kept in key order -- "
                   "SORT " trim(ls-array-base-name)
                   " INTO array lists its keys by value.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

      *>   A bare target name may arrive with its own () suffix.
           inspect ls-map-target-name replacing all "(" by space
           inspect ls-map-target-name replacing all ")" by space

           move spaces to ls-variable-name
           string
               "MAPCOUNT(" trim(ls-array-base-name) ")"
               delimited by size
               into ls-variable-name
           end-string
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
           move ls-variable-value-num to ls-map-key-count

           if ls-map-key-count > ws-max-sort-elements then
               call "logger-leveled" using concatenate(
                   "SORT :: ERROR : MAP " trim(ls-array-base-name)
                   " has more keys than SORT orders ("
                   ws-max-sort-elements "): not sorted.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move 0 to ls-num-elements
           move spaces to ls-array-elem-type

           perform varying ls-map-key-idx from 1 by 1
           until ls-map-key-idx > ls-map-key-count
               perform gather-one-map-element
           end-perform

           if ls-num-elements > 1 then
               perform sort-gathered-elements
           end-if

           perform varying ls-sort-scan-idx from 1 by 1
           until ls-sort-scan-idx > ls-num-elements

               move ls-sort-scan-idx to ls-element-idx-disp

               move spaces to ls-variable
               move 0 to ls-variable-value-num
               move 0 to ls-variable-value-dec
               string
                   trim(ls-map-target-name)
                   "(" trim(ls-element-idx-disp) ")"
                   delimited by size
                   into ls-variable-name
               end-string
               move "STRING" to ls-variable-type
               move ls-element-key(ls-sort-scan-idx)
                   to ls-variable-value

               call "set-variable" using ls-variable
               end-call
           end-perform

           call "logger" using concatenate(
               "SORT :: Listed MAP " trim(ls-array-base-name)
               " keys by value into " trim(ls-map-target-name)
               " keys: " ls-num-elements
               " descending: " ls-descending-sw)
           end-call

           exit paragraph.


       gather-one-map-element.

           move ls-map-key-idx to ls-map-key-idx-disp

           move spaces to ls-variable-name
           string
               "MAPKEY$(" trim(ls-array-base-name) ","
               trim(ls-map-key-idx-disp) ")"
               delimited by size
               into ls-variable-name
           end-string
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
           move ls-variable-value to ls-map-key-value

           move spaces to ls-variable-name
           if ls-map-member-name = spaces then
               string
                   trim(ls-array-base-name) "("
                   trim(ls-map-key-value) ")"
                   delimited by size
                   into ls-variable-name
               end-string
           else
               string
                   trim(ls-array-base-name) "("
                   trim(ls-map-key-value) ")."
                   trim(ls-map-member-name)
                   delimited by size
                   into ls-variable-name
               end-string
           end-if
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           add 1 to ls-num-elements
           move ls-variable-type to ls-array-elem-type
           move ls-variable-value
               to ls-element-value(ls-num-elements)
           move ls-variable-value-num
               to ls-element-num(ls-num-elements)
           move ls-variable-value-dec
               to ls-element-dec(ls-num-elements)
           move ls-map-key-value to ls-element-key(ls-num-elements)

           exit paragraph.


      *>   SORT FILE "in" TO "out" ON start, len [DESC] -- COBOL's
      *>   native SORT over the whole file, keyed on the column
      *>   range.
