      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-11-18
      * Last Modified: 2026-10-15
      * Purpose: Holds all in-memory variable information. MAP
      *          collections live here too: the DIM'd header
      *          variable (type MAP, value the element type) and one
      *          ordinary variable per key, named TOTALS("ACME01"),
      *          kept at the header's scope. A key that has never
      *          been set reads as the element type's empty value.
      *          Freed slots are reused, and REDIM/ERASE/LBOUND/
      *          UBOUND find and free an array's elements here.
      *          STRING values longer than the value field keep
      *          their full text, up to a 32K record, in a pool of
      *          long string slots.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       78  ws-max-variables               value 20000.

      *>   MAP collections: DIM TOTALS AS MAP OF DECIMAL declares the
      *>   header TOTALS of type MAP, its value the element type.
      *>   Each key is its own variable, TOTALS("ACME01"), found
      *>   through the hash index like any scalar. A MAP OF a TYPE
      *>   also keeps a MAPENTRY marker under the bare key name, so
      *>   the key exists once however many members have been set.
      *>   The change count moves whenever a key is added or
      *>   removed, so map-func knows when its sorted key list is
      *>   stale.
       78  ws-type-map-const-val          value "MAP".
       78  ws-type-map-entry-const-val    value "MAPENTRY".

       01  ws-map-change-count            pic 9(9) comp value 0.

      *>   Slots freed by END SUB, CHAIN, MAPREMOVE, ERASE and a
      *>   shrinking REDIM are chained through their hash link and
      *>   handed out again before the table grows, so a script that
      *>   resizes its arrays in a loop does not creep towards the
      *>   table limit.
       01  ws-free-slot-head              pic 9(5) comp value 0.
       01  ws-num-free-slots              pic 9(5) comp value 0.

      *>   Long strings. A STRING value too long for the 1,024 byte
      *>   value field keeps a quoted head of its first 1,022 bytes
      *>   there, for everything that reads the table directly, and
      *>   its full text in one of these pooled slots -- only the
      *>   strings that need the room pay for it. The slot goes back
      *>   to the pool when the variable is set to a short value,
      *>   re-declared, or its table slot is freed. get-variable
      *>   hands a long value (or a long string function result)
      *>   to its caller as the pending long result, tagged with
      *>   the name it was asked for, which the caller collects
      *>   with "take-long-result" straight after. The tag keeps a
      *>   function such as RIGHT$ from passing on the long value
      *>   of a variable it read for itself.
       78  ws-max-long-strings            value 128.
       78  ws-long-string-head-len        value 1022.

       01  ws-long-string-table.
           05  ws-long-string-entry       occurs 128 times.
               10  ws-long-string-owner   pic 9(5) comp value 0.
               10  ws-long-string-len     pic 9(5) comp value 0.
               10  ws-long-string-text    pic x(32768).

       01  ws-long-slot-table.
           05  ws-variable-long-slot      pic 9(4) comp
                                          occurs 20000 times value 0.

       01  ws-long-slot-idx               pic 9(4) comp.

       01  ws-long-result-sw              pic a value 'N'.
           88  ws-long-result-pending     value 'Y'.
           88  ws-long-result-none        value 'N'.
       01  ws-long-result-len             pic 9(5) comp value 0.
       01  ws-long-result-name            pic x(256) value spaces.
       01  ws-long-result-text            pic x(32768).

      *>   Hash index over the variable table: every lookup walks
      *>   one short bucket chain instead of scanning the 20,000
      *>   entry table linearly. Buckets are keyed on name plus

       local-storage section.       

       01  ls-found-var-idx               pic 9(5) comp.

       01  ls-var-save-action-sw          pic a(6) value "UPDATE".
           88  ls-var-save-action-new     value "NEW".
       01  ls-saved-const-sw              pic a value 'N'.
       01  ls-saved-hash-next             pic 9(5) comp value 0.

       01  ls-new-var-scope               pic 9(4) comp value 0.

       01  ls-map-header-idx              pic 9(5) comp value 0.
       01  ls-map-header-scope            pic 9(4) comp value 0.
       01  ls-map-elem-type               pic x(32).
       01  ls-map-base-name               pic x(256).
       01  ls-map-key-name                pic x(256).
       01  ls-map-member-path             pic x(256).
       01  ls-map-saved-name              pic x(256).
       01  ls-map-paren-idx               pic 9(4) comp.
       01  ls-map-close-idx               pic 9(4) comp.
       01  ls-map-tally                   pic 9(4) comp.
       01  ls-map-prefix                  pic x(256).
       01  ls-map-prefix-len              pic 9(4) comp.
       01  ls-map-member-type             pic x(32).
       01  ls-map-rc                      pic 9.
       01  ls-map-shared-sw               pic a.
       01  ls-map-elem-is-record-sw       pic a value 'N'.
           88  ls-map-elem-is-record      value 'Y'.
           88  ls-map-elem-is-scalar      value 'N'.

       01  ls-array-base-name             pic x(256).
       01  ls-array-probe-name            pic x(256).
       01  ls-array-prefix                pic x(256).
       01  ls-array-prefix-len            pic 9(4) comp.
       01  ls-array-probe-idx             pic 9(8) comp.
       01  ls-array-probe-disp            pic z(7)9.
       01  ls-array-low                   pic 9(8) comp.
       01  ls-array-high                  pic 9(8) comp.
       01  ls-array-local-hit             pic 9(5) comp.
       01  ls-array-global-hit            pic 9(5) comp.
       01  ls-array-close-len             pic 9(4) comp.
       01  ls-array-subscript-text        pic x(8).
       01  ls-array-elem-num              pic 9(8) comp.
       01  ls-array-freed-count           pic 9(5) comp.
       01  ls-array-type-name             pic x(32).

       01  ls-long-owner-idx              pic 9(5) comp.
       01  ls-long-search-idx             pic 9(4) comp.
       01  ls-array-rc                    pic 9.

       01  ls-map-marker-variable.
           05  ls-map-marker-type         pic x(8).
           05  ls-map-marker-name         pic x(256).
           05  ls-map-marker-value        pic x(1024).
           05  ls-map-marker-value-num    pic S9(16).
           05  ls-map-marker-value-dec    pic S9(12)v9(6).

       linkage section.

       01  l-variable.
       01  l-letter-high                 pic x.
       01  l-type-name-arg               pic x(8).

       01  l-map-change-count            pic 9(9) comp.

       copy "copybooks/linkage_section/l_array_bounds.cpy".

       copy "copybooks/linkage_section/l_long_string.cpy".


       procedure division using 
           l-variable l-return-code. 
      ******************************************************************
       entry "set-variable" using l-variable.

           perform store-variable

           goback.

           set ls-var-save-action-update to true

           if ls-found-var-idx = 0 then
               if ws-num-variables >= ws-max-variables
                   and ws-num-free-slots = 0
               then
                   call "logger-leveled" using concatenate(
                       "VARIABLE-REPOSITORY::DECLARE-VARIABLE : "
                       "ERROR : variable table full (20000 "
                   goback
               end-if

               perform take-new-variable-slot
               move 'N' to ls-saved-const-sw
               set ls-var-save-action-new to true
           else
               perform insert-variable-into-hash
           end-if

           move ls-found-var-idx to ls-long-owner-idx
           perform release-long-string

           set l-return-code-true to true

           call "logger" using concatenate(
                       = ws-cur-scope-level
                       and ws-variable-name(ws-var-idx) not = spaces
                   then
                       perform free-variable-slot
                   end-if
               end-perform
           end-if
                       end-if
                   end-perform

      *>           A COMMON MAP carries its keys along with it.
                   if ws-common-purge then
                       perform keep-common-map-element
                   end-if

                   if ws-common-purge then
                       perform free-variable-slot
                   end-if
               end-if
           end-perform
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry points for MAP collections. map-entry-exists
      *          answers whether a key (TOTALS("ACME01"), already
      *          normalized by array-indexed-name) has really been
      *          set -- get-variable reads a missing key as empty,
      *          so it cannot tell. remove-map-entries drops one key
      *          (and a record key's members), or every key when
      *          given the bare map name. get-map-change-count is
      *          the count map-func compares to know its sorted key
      *          list is still current.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "map-entry-exists" using l-variable l-return-code.

           set l-return-code-false to true

           move upper-case(trim(l-variable-name)) to l-variable-name

           perform find-scoped-variable

           if ls-found-var-idx > 0 then
               set l-return-code-true to true
           end-if

           goback.


       entry "remove-map-entries" using l-variable l-return-code.

           set l-return-code-false to true

           move upper-case(trim(l-variable-name)) to l-variable-name

           move 0 to ls-map-tally
           inspect l-variable-name tallying ls-map-tally
               for characters before initial '("'

           if ls-map-tally < length(trim(l-variable-name)) then
      *>       One key: the element (or record marker) itself, then
      *>       a record's members under it.
               perform find-map-header
               if ls-map-header-idx = 0 then
                   goback
               end-if

               move ls-map-key-name to l-variable-name
               perform find-scoped-variable
               if ls-found-var-idx > 0 then
                   set ws-var-idx to ls-found-var-idx
                   perform free-variable-slot
                   set l-return-code-true to true
               end-if

               if ls-map-elem-is-record then
                   move spaces to ls-map-prefix
                   string
                       trim(ls-map-key-name) "."
                       delimited by size
                       into ls-map-prefix
                   end-string
                   perform free-slots-with-map-prefix
               end-if
           else
      *>       The bare map name: every key it holds.
               move l-variable-name to ls-map-base-name
               perform find-scoped-variable
               if ls-found-var-idx = 0 then
                   goback
               end-if
               if ws-variable-type(ls-found-var-idx)
                   not = ws-type-map-const-val
               then
                   goback
               end-if
               move ws-variable-scope-level(ls-found-var-idx)
                   to ls-map-header-scope

               move spaces to ls-map-prefix
               string
                   trim(ls-map-base-name) '("'
                   delimited by size
                   into ls-map-prefix
               end-string
               perform free-slots-with-map-prefix
           end-if

           if l-return-code-true then
               add 1 to ws-map-change-count
           end-if

           call "logger" using concatenate(
               "VARIABLE-REPOSITORY::REMOVE-MAP-ENTRIES : "
               trim(l-variable-name)
               " : removed: " l-return-code)
           end-call

           goback.


       entry "get-map-change-count" using l-map-change-count.

           move ws-map-change-count to l-map-change-count
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry points behind REDIM, ERASE, LBOUND and UBOUND.
      *          An array is its elements A(1), A(2), ... -- or
      *          INV(1).AMOUNT, ... for an array of TYPE records --
      *          with no gaps, so get-array-bounds finds the upper
      *          bound by probing doubling subscripts and then
      *          halving between the last hit and the first miss.
      *          An array with no elements reports zero for both
      *          bounds. remove-array-elements frees every element
      *          above the keep count (a record element's members
      *          with it), at the scope get-array-bounds reported.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "get-array-bounds" using l-variable l-array-bounds.

           move 0 to l-array-lbound
           move 0 to l-array-ubound
           move 0 to l-array-scope
           move 0 to l-array-elem-slots
           move spaces to l-array-element-type
           move spaces to l-array-probe-suffix
           set l-array-not-found to true
           compute l-array-live-count =
               ws-num-variables - ws-num-free-slots
           end-compute

           perform take-array-base-name
           if ls-array-base-name = spaces then
               goback
           end-if

           move 1 to ls-array-probe-idx
           perform probe-array-element

           if ls-found-var-idx > 0 then
               set l-array-is-scalar to true
               move ws-variable-type(ls-found-var-idx)
                   to l-array-element-type
               move ws-variable-scope-level(ls-found-var-idx)
                   to l-array-scope
               move 1 to l-array-elem-slots
           else
               perform find-record-array-suffix
           end-if

           if l-array-not-found then
               move ls-array-base-name to l-variable-name
               goback
           end-if

           move 1 to l-array-lbound
           perform find-array-upper-bound
           move ls-array-base-name to l-variable-name

           call "logger" using concatenate(
               "VARIABLE-REPOSITORY::GET-ARRAY-BOUNDS : "
               trim(ls-array-base-name)
               " : bounds: " l-array-lbound " to " l-array-ubound
               " : type: " trim(l-array-element-type)
               " : scope: " l-array-scope)
           end-call

           goback.


       entry "remove-array-elements" using l-variable l-array-bounds.

           perform take-array-base-name
           if ls-array-base-name = spaces or l-array-not-found then
               goback
           end-if

           move spaces to ls-array-prefix
           string
               trim(ls-array-base-name) "("
               delimited by size
               into ls-array-prefix
           end-string
           compute ls-array-prefix-len = length(trim(ls-array-prefix))
           end-compute

           move 0 to ls-array-freed-count

           set ws-var-end-idx to ws-num-variables
           perform varying ws-var-idx from 1 by 1
           until ws-var-idx > ws-var-end-idx
               if ws-variable-name(ws-var-idx)(1:ls-array-prefix-len)
                   = ls-array-prefix(1:ls-array-prefix-len)
                   and ws-variable-scope-level(ws-var-idx)
                       = l-array-scope
               then
                   perform take-element-subscript
                   if ls-array-elem-num > l-array-keep-count then
                       perform free-variable-slot
                       add 1 to ls-array-freed-count
                   end-if
               end-if
           end-perform

           move ls-array-base-name to l-variable-name

           call "logger" using concatenate(
               "VARIABLE-REPOSITORY::REMOVE-ARRAY-ELEMENTS : "
               trim(ls-array-base-name)
               " : kept: " l-array-keep-count
               " : slots freed: " ls-array-freed-count)
           end-call

           goback.



      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point to set a STRING variable to a value of
      *          up to a full 32K record. A value that fits the value
      *          field is stored exactly as set-variable stores it;
      *          a longer one keeps its quoted head there and its
      *          full text in a long string slot. Return code is
      *          false when the table or the long string pool is
      *          full -- the head is still stored.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "set-long-variable" using
           l-variable l-long-string l-return-code.

           set l-return-code-false to true

           if l-long-string-len > length(l-long-string-text) then
               move length(l-long-string-text) to l-long-string-len
           end-if

           move ws-type-str-const-val to l-variable-type
           move spaces to l-variable-value
           evaluate true
               when l-long-string-len = 0
                   move '""' to l-variable-value
               when l-long-string-len <= ws-long-string-head-len
                   string
                       '"' l-long-string-text(1:l-long-string-len) '"'
                       delimited by size
                       into l-variable-value
                   end-string
               when other
                   string
                       '"'
                       l-long-string-text(1:ws-long-string-head-len)
                       '"'
                       delimited by size
                       into l-variable-value
                   end-string
           end-evaluate

           perform store-variable

           if ls-found-var-idx = 0 then
               goback
           end-if

           if l-long-string-len > ws-long-string-head-len then
               perform attach-long-string
               if ws-long-slot-idx = 0 then
                   goback
               end-if
           end-if

           set l-return-code-true to true
           goback.



      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point a string function uses to hand a result
      *          longer than the value field back through
      *          get-variable as the pending long result.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "set-long-result" using l-long-string.

           move l-long-string-len to ws-long-result-len
           move l-long-string-text(1:l-long-string-len)
               to ws-long-result-text
           move spaces to ws-long-result-name
           set ws-long-result-pending to true

           goback.



      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the full text of the long
      *          value the last get-variable call for the passed
      *          variable name found, if it found one. Return code is
      *          false when the value it returned was complete.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "take-long-result" using
           l-variable l-long-string l-return-code.

           set l-return-code-false to true

           if ws-long-result-none then
               goback
           end-if

           if ws-long-result-name not = l-variable-name then
               set ws-long-result-none to true
               goback
           end-if

           move ws-long-result-len to l-long-string-len
           move spaces to l-long-string-text
           move ws-long-result-text(1:ws-long-result-len)
               to l-long-string-text
           set ws-long-result-none to true

           set l-return-code-true to true
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-11-18
      * Last Modified: 2021-11-18
      * Purpose: Searches for a variable visible from the current
      *          scope. A variable local to the currently-active SUB
      *          call (same scope level) takes precedence over a
      *          global (scope level 0) variable with the same name,
      *          so a SUB's own locals shadow the caller's variables
      *          instead of colliding with them.
      * Tectonics: ./build.sh
      ******************************************************************
       find-scoped-variable.

           move 0 to ls-found-var-idx

           if ws-num-variables = 0 then
               exit paragraph
           end-if

      *>   Probe the current scope's bucket first, so a SUB's own
      *>   locals shadow the caller's globals exactly as before.
           move l-variable-name to ws-hash-name
           move ws-cur-scope-level to ws-hash-scope
           perform compute-hash-bucket

           move ws-hash-bucket-head(ws-hash-bucket)
               to ws-hash-walk-idx
           perform until ws-hash-walk-idx = 0
               if ws-variable-name(ws-hash-walk-idx)
                   = l-variable-name
                   and ws-variable-scope-level(ws-hash-walk-idx)
                       = ws-cur-scope-level
               then
                   move ws-hash-walk-idx to ls-found-var-idx
                   exit perform
               end-if
               move ws-variable-hash-next(ws-hash-walk-idx)
                   to ws-hash-walk-idx
           end-perform

           if ls-found-var-idx = 0 and ws-cur-scope-level > 0 then
               move 0 to ws-hash-scope
               perform compute-hash-bucket

               move ws-hash-bucket-head(ws-hash-bucket)
                   to ws-hash-walk-idx
               perform until ws-hash-walk-idx = 0
                   if ws-variable-name(ws-hash-walk-idx)
                       = l-variable-name
                       and ws-variable-scope-level(
                           ws-hash-walk-idx) = 0
                   then
                       move ws-hash-walk-idx to ls-found-var-idx
                       exit perform
                   end-if
                   move ws-variable-hash-next(ws-hash-walk-idx)
                       to ws-hash-walk-idx
               end-perform
           end-if

           exit paragraph.


      *>   The array name alone: A from A, A() or A(5).
       take-array-base-name.

           move spaces to ls-array-base-name
           unstring upper-case(trim(l-variable-name))
               delimited by "("
               into ls-array-base-name
           end-unstring

           exit paragraph.


      *>   Finds element ls-array-probe-idx -- BASE(n) plus the
      *>   member suffix for an array of records -- the way any
      *>   reference to it would.
       probe-array-element.

           move ls-array-probe-idx to ls-array-probe-disp
           move spaces to l-variable-name
           string
               trim(ls-array-base-name) "("
               trim(ls-array-probe-disp) ")"
               trim(l-array-probe-suffix)
               delimited by size
               into l-variable-name
           end-string

           perform find-scoped-variable

           exit paragraph.


      *>   No BASE(1) scalar: look for the members of a record
      *>   element BASE(1).<member>, the current scope's before the
      *>   global one's. The first member found is the probe suffix;
      *>   the members counted at that scope are the slots one
      *>   element takes.
       find-record-array-suffix.

           move spaces to ls-array-prefix
           string
               trim(ls-array-base-name) "(1)."
               delimited by size
               into ls-array-prefix
           end-string
           compute ls-array-prefix-len = length(trim(ls-array-prefix))
           end-compute

           move 0 to ls-array-local-hit
           move 0 to ls-array-global-hit

           set ws-var-end-idx to ws-num-variables
           perform varying ws-var-idx from 1 by 1
           until ws-var-idx > ws-var-end-idx
               if ws-variable-name(ws-var-idx)(1:ls-array-prefix-len)
                   = ls-array-prefix(1:ls-array-prefix-len)
               then
                   evaluate true
                       when ws-variable-scope-level(ws-var-idx)
                           = ws-cur-scope-level
                           and ls-array-local-hit = 0
                           set ls-array-local-hit to ws-var-idx
                       when ws-variable-scope-level(ws-var-idx) = 0
                           and ls-array-global-hit = 0
                           set ls-array-global-hit to ws-var-idx
                   end-evaluate
               end-if
           end-perform

           if ls-array-local-hit > 0 then
               move ls-array-local-hit to ls-found-var-idx
           else
               move ls-array-global-hit to ls-found-var-idx
           end-if

           if ls-found-var-idx = 0 then
               exit paragraph
           end-if

           set l-array-is-record to true
           move ws-variable-scope-level(ls-found-var-idx)
               to l-array-scope
           move ws-variable-name(ls-found-var-idx)(
               ls-array-prefix-len:)
               to l-array-probe-suffix

           set ws-var-end-idx to ws-num-variables
           perform varying ws-var-idx from 1 by 1
           until ws-var-idx > ws-var-end-idx
               if ws-variable-name(ws-var-idx)(1:ls-array-prefix-len)
                   = ls-array-prefix(1:ls-array-prefix-len)
                   and ws-variable-scope-level(ws-var-idx)
                       = l-array-scope
               then
                   add 1 to l-array-elem-slots
               end-if
           end-perform

           move spaces to ls-array-probe-name
           string
               trim(ls-array-base-name) "(1)"
               delimited by size
               into ls-array-probe-name
           end-string
           call "get-instance-type" using
               ls-array-probe-name
               ls-array-type-name
               ls-array-rc
           end-call
           move ls-array-type-name to l-array-element-type

           exit paragraph.


      *>   Element 1 is known to exist. Double the subscript until
      *>   an element is missing, then halve the gap between the
      *>   last one found and the first one missing.
       find-array-upper-bound.

           move 1 to ls-array-low
           move 2 to ls-array-probe-idx
           perform until ls-array-probe-idx > ws-max-variables
               perform probe-array-element
               if ls-found-var-idx = 0 then
                   exit perform
               end-if
               move ls-array-probe-idx to ls-array-low
               compute ls-array-probe-idx = ls-array-probe-idx * 2
               end-compute
           end-perform

           move ls-array-probe-idx to ls-array-high

           perform until ls-array-high - ls-array-low <= 1
               compute ls-array-probe-idx =
                   (ls-array-low + ls-array-high) / 2
               end-compute
               perform probe-array-element
               if ls-found-var-idx > 0 then
                   move ls-array-probe-idx to ls-array-low
               else
                   move ls-array-probe-idx to ls-array-high
               end-if
           end-perform

           move ls-array-low to l-array-ubound

           exit paragraph.


      *>   The numeric subscript of slot ws-var-idx, whose name
      *>   starts BASE( -- zero for anything else under that name,
      *>   a MAP key BASE("K1") say, so it is never freed as an
      *>   array element.
       take-element-subscript.

           move 0 to ls-array-elem-num

           move 0 to ls-array-close-len
           inspect ws-variable-name(ws-var-idx)(
               ls-array-prefix-len + 1:)
               tallying ls-array-close-len
               for characters before initial ")"

           if ls-array-close-len = 0 or ls-array-close-len > 8 then
               exit paragraph
           end-if

           move ws-variable-name(ws-var-idx)(
               ls-array-prefix-len + 1:ls-array-close-len)
               to ls-array-subscript-text

           if ls-array-subscript-text(1:ls-array-close-len)
               is not numeric
           then
               exit paragraph
           end-if

           if ws-variable-name(ws-var-idx)(
               ls-array-prefix-len + ls-array-close-len + 2:1)
               not = space
               and ws-variable-name(ws-var-idx)(
                   ls-array-prefix-len + ls-array-close-len + 2:1)
                   not = "."
           then
               exit paragraph
           end-if

           compute ls-array-elem-num =
               numval(ls-array-subscript-text(1:ls-array-close-len))
           end-compute

           exit paragraph.


      *>   Bucket number for ws-hash-name at ws-hash-scope.
       compute-hash-bucket.

           move 0 to ws-hash-accum
           compute ws-hash-name-len =
               length(trim(ws-hash-name))
           end-compute

           perform varying ws-hash-char-idx from 1 by 1
           until ws-hash-char-idx > ws-hash-name-len
               compute ws-hash-accum = function mod(
                   ws-hash-accum * 31
                   + ord(ws-hash-name(ws-hash-char-idx:1)),
                   100003)
               end-compute
           end-perform

           compute ws-hash-bucket = function mod(
               ws-hash-accum + ws-hash-scope,
               ws-hash-bucket-count) + 1
           end-compute

           exit paragraph.


      *>   Links entry ls-found-var-idx at the head of its bucket.
      *>   ws-hash-bucket must already hold the entry's bucket.
       insert-variable-into-hash.

           move ws-variable-name(ls-found-var-idx) to ws-hash-name
           move ws-variable-scope-level(ls-found-var-idx)
               to ws-hash-scope
           perform compute-hash-bucket

           move ws-hash-bucket-head(ws-hash-bucket)
               to ws-variable-hash-next(ls-found-var-idx)
           move ls-found-var-idx
               to ws-hash-bucket-head(ws-hash-bucket)

           exit paragraph.


      *>   Splits a MAP element name -- TOTALS("ACME01") or, for a
      *>   MAP OF a TYPE, CUST("K1").NAME$ -- into its map name, key
      *>   name and member path, and finds the map's header. Leaves
      *>   ls-map-header-idx zero when the name is not an element of
      *>   a DIM'd MAP. l-variable-name and ls-found-var-idx are
      *>   left as they were found.
       find-map-header.

           move 0 to ls-map-header-idx
           set ls-map-elem-is-scalar to true

           move 0 to ls-map-tally
           inspect l-variable-name tallying ls-map-tally
               for characters before initial '("'

           if ls-map-tally = 0
               or ls-map-tally >= length(trim(l-variable-name))
           then
               exit paragraph
           end-if

           compute ls-map-paren-idx = ls-map-tally + 1
           end-compute

           move 0 to ls-map-tally
           inspect l-variable-name(ls-map-paren-idx + 2:)
               tallying ls-map-tally
               for characters before initial '")'

           compute ls-map-close-idx =
               ls-map-paren-idx + 2 + ls-map-tally
           end-compute

           if ls-map-close-idx >= length(trim(l-variable-name)) then
               exit paragraph
           end-if

           move spaces to ls-map-base-name
           move l-variable-name(1:ls-map-paren-idx - 1)
               to ls-map-base-name

           move spaces to ls-map-key-name
           move l-variable-name(1:ls-map-close-idx + 1)
               to ls-map-key-name

           move spaces to ls-map-member-path
           if l-variable-name(ls-map-close-idx + 2:1) = "." then
               move l-variable-name(ls-map-close-idx + 3:)
                   to ls-map-member-path
           end-if

           move l-variable-name to ls-map-saved-name
           move ls-map-base-name to l-variable-name
           perform find-scoped-variable
           move ls-map-saved-name to l-variable-name

           if ls-found-var-idx > 0 then
               if ws-variable-type(ls-found-var-idx)
                   = ws-type-map-const-val
               then
                   move ls-found-var-idx to ls-map-header-idx
                   move ws-variable-scope-level(ls-found-var-idx)
                       to ls-map-header-scope
                   move ws-variable-value(ls-found-var-idx)
                       to ls-map-elem-type
                   evaluate trim(ls-map-elem-type)
                       when ws-type-int-const-val
                       when ws-type-str-const-val
                       when ws-type-sgl-const-val
                       when ws-type-dbl-const-val
                       when ws-type-decimal-const-val
                           set ls-map-elem-is-scalar to true
                       when other
                           set ls-map-elem-is-record to true
                   end-evaluate
               end-if
           end-if

           move 0 to ls-found-var-idx

           exit paragraph.


      *>   A key never set reads as the element type's empty value
      *>   -- zero, or an empty string -- so TOTALS(K$) = TOTALS(K$)
      *>   + AMT works on the first sight of a key. The member of a
      *>   record key reads as its member type's empty value.
       default-missing-map-element.

           perform find-map-header

           if ls-map-header-idx = 0 then
               exit paragraph
           end-if

           if ls-map-elem-is-scalar then
               if ls-map-member-path not = spaces then
                   exit paragraph
               end-if
               move ls-map-elem-type to l-variable-type
           else
               if ls-map-member-path = spaces then
                   exit paragraph
               end-if
               call "get-member-path-type" using
                   ls-map-elem-type
                   ls-map-member-path
                   ls-map-member-type
                   ls-map-rc
               end-call
               if ls-map-rc = 0 then
                   exit paragraph
               end-if
               move ls-map-member-type to l-variable-type
           end-if

           move spaces to l-variable-value
           move zeros to l-variable-value-num
           move zeros to l-variable-value-dec
           set l-return-code-true to true

           exit paragraph.


      *>   A set of a key not yet in its MAP: the new variable goes
      *>   at the map's scope, not the SUB's, so a key added inside
      *>   a SUB outlives the call. The first member set under a
      *>   record key instantiates the key's whole member set and
      *>   its MAPENTRY marker, then the member is found again.
       prepare-new-map-element.

           perform find-map-header

           if ls-map-header-idx = 0 then
               exit paragraph
           end-if

           move ls-map-header-scope to ls-new-var-scope

           if ls-map-elem-is-scalar or ls-map-member-path = spaces
           then
               add 1 to ws-map-change-count
               exit paragraph
           end-if

           move l-variable-name to ls-map-saved-name
           move ls-map-key-name to l-variable-name
           perform find-scoped-variable
           move ls-map-saved-name to l-variable-name

           if ls-found-var-idx > 0 then
               move 0 to ls-found-var-idx
               exit paragraph
           end-if

           if ls-map-header-scope = 0 then
               move 'Y' to ls-map-shared-sw
           else
               move 'N' to ls-map-shared-sw
           end-if

           move spaces to ls-map-marker-variable
           move ws-type-map-entry-const-val to ls-map-marker-type
           move ls-map-key-name to ls-map-marker-name
           move zeros to ls-map-marker-value-num
           move zeros to ls-map-marker-value-dec

           call "declare-variable" using
               ls-map-marker-variable
               ls-map-shared-sw
               ls-map-rc
           end-call

           call "instantiate-type" using
               ls-map-key-name
               ls-map-elem-type
               ls-map-shared-sw
               ls-map-rc
           end-call

           add 1 to ws-map-change-count

           perform find-scoped-variable

           exit paragraph.


      *>   CHAIN purge: an element whose map name is in the COMMON
      *>   list is kept along with the header.
       keep-common-map-element.

           move 0 to ls-map-tally
           inspect ws-variable-name(ws-var-idx) tallying ls-map-tally
               for characters before initial '("'

           if ls-map-tally = 0
               or ls-map-tally >= length(trim(
                   ws-variable-name(ws-var-idx)))
           then
               exit paragraph
           end-if

           move spaces to ls-map-base-name
           move ws-variable-name(ws-var-idx)(1:ls-map-tally)
               to ls-map-base-name

           perform varying ws-common-scan-idx from 1 by 1
           until ws-common-scan-idx > ws-num-common-names
               if ws-common-name(ws-common-scan-idx)
                   = ls-map-base-name
               then
                   set ws-common-keep to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Frees every slot at the map's scope whose name starts
      *>   with ls-map-prefix.
       free-slots-with-map-prefix.

           compute ls-map-prefix-len = length(trim(ls-map-prefix))
           end-compute

           set ws-var-end-idx to ws-num-variables
           perform varying ws-var-idx from 1 by 1
           until ws-var-idx > ws-var-end-idx
               if ws-variable-name(ws-var-idx)(1:ls-map-prefix-len)
                   = ls-map-prefix(1:ls-map-prefix-len)
                   and ws-variable-scope-level(ws-var-idx)
                       = ls-map-header-scope
               then
                   perform free-variable-slot
                   set l-return-code-true to true
               end-if
           end-perform

           exit paragraph.


      *>   Unlinks and blanks slot ws-var-idx, the way exit-sub-scope
      *>   frees a SUB's locals.
      *>   The body of set-variable: l-variable is written over the
      *>   variable of that name, or into a new slot. A long string
      *>   the variable held is released -- set-long-variable
      *>   attaches the new one afterwards. ls-found-var-idx is the
      *>   slot written, zero when the table is full.
       store-variable.

           move upper-case(trim(l-variable-name)) to l-variable-name

           perform find-scoped-variable

           move ws-cur-scope-level to ls-new-var-scope

           if ls-found-var-idx = 0 then
               perform prepare-new-map-element
           end-if

           if ls-found-var-idx = 0 then
               if ws-num-variables >= ws-max-variables
                   and ws-num-free-slots = 0
               then
                   call "logger-leveled" using concatenate(
                       "VARIABLE-REPOSITORY::SET-VARIABLE : ERROR : "
                       "variable table full (20000 variables). "
                       "Cannot allocate: " trim(l-variable-name))
                       "ERROR"
                   end-call
                   move 0 to ls-found-var-idx
                   exit paragraph
               end-if

               perform take-new-variable-slot
               set ls-var-save-action-new to true
           else
               move ws-variable-type(ls-found-var-idx)
               to l-variable-type
               move ws-variable-scope-level(ls-found-var-idx)
                   to ls-saved-scope-level
               move ws-variable-is-const-sw(ls-found-var-idx)
                   to ls-saved-const-sw
               move ws-variable-hash-next(ls-found-var-idx)
                   to ls-saved-hash-next
           end-if

      *>   l-variable carries no scope-level/const-flag fields of its
      *>   own, so this group move space-fills those trailing bytes of
      *>   ws-variables(idx) -- restore them immediately afterward
      *>   rather than trusting whatever the move left behind.
           move l-variable to ws-variables(ls-found-var-idx)

           if ls-var-save-action-new then
               move ls-new-var-scope
                   to ws-variable-scope-level(ls-found-var-idx)
               set ws-var-is-not-const(ls-found-var-idx) to true
               perform insert-variable-into-hash
           else
               move ls-saved-scope-level
                   to ws-variable-scope-level(ls-found-var-idx)
               move ls-saved-const-sw
                   to ws-variable-is-const-sw(ls-found-var-idx)
               move ls-saved-hash-next
                   to ws-variable-hash-next(ls-found-var-idx)
           end-if

           move ls-found-var-idx to ls-long-owner-idx
           perform release-long-string

           call "logger" using concatenate(
               "VARIABLE-REPOSITORY::SET-VARIABLE"
               " : Action: " ls-var-save-action-sw
               " : name: " trim(ws-variable-name(ls-found-var-idx))
               " : type: " ws-variable-type(ls-found-var-idx)
               " : num value: " ws-variable-value-num(ls-found-var-idx)
               " : value: " trim(ws-variable-value(ls-found-var-idx))
               " : scope: " ws-variable-scope-level(ls-found-var-idx))
           end-call

           exit paragraph.


      *>   Gives variable ls-long-owner-idx's long string slot, if
      *>   it has one, back to the pool.
       release-long-string.

           if ls-long-owner-idx = 0 then
               exit paragraph
           end-if

           move ws-variable-long-slot(ls-long-owner-idx)
               to ws-long-slot-idx
           if ws-long-slot-idx > 0 then
               move 0 to ws-long-string-owner(ws-long-slot-idx)
               move 0 to ws-long-string-len(ws-long-slot-idx)
               move 0 to ws-variable-long-slot(ls-long-owner-idx)
           end-if

           exit paragraph.


      *>   Keeps l-long-string as the full value of variable
      *>   ls-found-var-idx in a free pool slot. ws-long-slot-idx is
      *>   zero when every slot is taken.
       attach-long-string.

           move 0 to ws-long-slot-idx
           perform varying ls-long-search-idx from 1 by 1
           until ls-long-search-idx > ws-max-long-strings
               if ws-long-string-owner(ls-long-search-idx) = 0 then
                   move ls-long-search-idx to ws-long-slot-idx
                   exit perform
               end-if
           end-perform

           if ws-long-slot-idx = 0 then
               call "logger-leveled" using concatenate(
                   "VARIABLE-REPOSITORY::SET-LONG-VARIABLE : ERROR : "
                   "long string pool full (128 strings). Only the "
                   "first 1022 bytes kept for: "
                   trim(ws-variable-name(ls-found-var-idx)))
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move ls-found-var-idx
               to ws-long-string-owner(ws-long-slot-idx)
           move l-long-string-len
               to ws-long-string-len(ws-long-slot-idx)
           move l-long-string-text(1:l-long-string-len)
               to ws-long-string-text(ws-long-slot-idx)
           move ws-long-slot-idx
               to ws-variable-long-slot(ls-found-var-idx)

           exit paragraph.


       free-variable-slot.

           perform unlink-variable-from-hash
           set ls-long-owner-idx to ws-var-idx
           perform release-long-string
           move spaces to ws-variable-name(ws-var-idx)
           move spaces to ws-variable-type(ws-var-idx)
           move spaces to ws-variable-value(ws-var-idx)
           move 0 to ws-variable-scope-level(ws-var-idx)
           set ws-var-is-not-const(ws-var-idx) to true

      *>   The freed slot goes on the free chain, linked through its
      *>   now unused hash link, for the next new variable to take.
           move ws-free-slot-head to ws-variable-hash-next(ws-var-idx)
           set ws-free-slot-head to ws-var-idx
           add 1 to ws-num-free-slots

           exit paragraph.


      *>   A slot for a new variable: the most recently freed one
      *>   when there is one, otherwise the next unused row.
       take-new-variable-slot.

           if ws-num-free-slots > 0 then
               move ws-free-slot-head to ls-found-var-idx
               move ws-variable-hash-next(ls-found-var-idx)
                   to ws-free-slot-head
               move 0 to ws-variable-hash-next(ls-found-var-idx)
               subtract 1 from ws-num-free-slots
           else
               add 1 to ws-num-variables
               move ws-num-variables to ls-found-var-idx
           end-if

           exit paragraph.

       entry "get-variable" using l-variable l-return-code.

           set l-return-code-false to true
           set ws-long-result-none to true
           move zeros to l-variable-value-num
           move zeros to l-variable-value-dec
           move spaces to l-variable-value
               
               move ls-temp-left-right-ret-val to l-variable-value

               if ws-long-result-pending
                   and ws-long-result-name = spaces then
                   move l-variable-name to ws-long-result-name
               end-if

               set ws-return-code-name-true to true 
               set l-return-code-true to true 
               move ws-type-str-const-val to l-variable-type  
               
               move ls-temp-left-right-ret-val to l-variable-value

               if ws-long-result-pending
                   and ws-long-result-name = spaces then
                   move l-variable-name to ws-long-result-name
               end-if

               set ws-return-code-name-true to true 
               set l-return-code-true to true 
               move ws-type-str-const-val to l-variable-type  
               end-if
           end-if

      *>   Check for the currency conversion function CONVERT(),
      *>   resolved by convert-func the same way.
           if upper-case(l-variable-name(1:length(ws-convert-func)))
               = ws-convert-func
           then
               call "convert-func" using
                   l-variable-name
                   ls-numeric-func-type
                   ls-numeric-func-num
                   ls-numeric-func-dec
                   ls-numeric-func-rc
               end-call

               if ls-numeric-func-rc > 0 then
                   move ls-numeric-func-type to l-variable-type
                   move ls-numeric-func-num to l-variable-value-num
                   move ls-numeric-func-dec to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the whole-array aggregate functions ARRAYSUM()/
      *>   ARRAYAVG()/ARRAYMIN()/ARRAYMAX()/ARRAYCOUNT() and the
      *>   sorted-array lookup ARRAYFIND() and the bounds functions
      *>   LBOUND()/UBOUND(), resolved by array-func the same way the
      *>   numeric functions are above.
           if upper-case(l-variable-name(1:length(ws-arraysum)))
               = ws-arraysum
               or upper-case(l-variable-name(1:length(ws-arrayavg)))
               or upper-case(
                   l-variable-name(1:length(ws-arrayfind)))
                   = ws-arrayfind
               or upper-case(l-variable-name(1:length(ws-lbound)))
                   = ws-lbound
               or upper-case(l-variable-name(1:length(ws-ubound)))
                   = ws-ubound
           then
               call "array-func" using
                   l-variable-name
               end-if
           end-if

      *>   Check for the MAP collection functions MAPHAS()/
      *>   MAPCOUNT()/MAPKEY$(), resolved by map-func the same way
      *>   the string functions below are.
           if upper-case(l-variable-name(1:length(ws-maphas)))
               = ws-maphas
               or upper-case(l-variable-name(1:length(ws-mapcount)))
                   = ws-mapcount
               or upper-case(l-variable-name(1:length(ws-mapkey)))
                   = ws-mapkey
           then
               call "map-func" using
                   l-variable-name
                   ls-string-func-type
                   ls-string-func-value
                   ls-string-func-num
                   ls-string-func-dec
                   ls-string-func-rc
               end-call

               if ls-string-func-rc > 0 then
                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
                   move ls-string-func-dec to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the date arithmetic functions DATENUM()/
      *>   DATESTR$()/DATEDIFF()/DATEADD$(), resolved by date-func
      *>   the same way the string functions below are.
               end-if
           end-if

      *>   Check for the GETSECRET$() vault function. The vault
      *>   registers the value for redaction before it returns, so
      *>   the log line below shows it starred.
           if upper-case(
               l-variable-name(1:length(ws-getsecret-func)))
               = ws-getsecret-func
           then
               call "secret-func" using
                   l-variable-name
                   ls-string-func-type
                   ls-string-func-value
                   ls-string-func-num
                   ls-string-func-rc
               end-call

               if ls-string-func-rc > 0 then
                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
                   move zeros to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the LOOKUP$() code-table function, resolved
      *>   by code-table the same way the date functions are.
           if upper-case(l-variable-name(1:length(ws-lookup-func)))
               end-if
           end-if

      *>   Check for the DBEOF() database result function.
           if upper-case(l-variable-name(1:length(ws-dbeof-func)))
               = ws-dbeof-func
           then
               call "db-eof-func" using
                   l-variable-name
                   ls-string-func-type
                   ls-string-func-value
                   ls-string-func-num
                   ls-string-func-rc
               end-call

               if ls-string-func-rc > 0 then
                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
                   move zeros to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the business-day calendar functions
      *>   ISBUSDAY()/NEXTBUSDAY$()/ADDBUSDAYS$(), resolved by
      *>   busday-func the same way the date functions are.
               end-if
           end-if

      *>   Check for the fiscal calendar functions FISCALPERIOD$()/
      *>   PERIODSTART$()/PERIODEND$()/PERIODSTATUS$(), resolved by
      *>   fiscal-func the same way.
           if upper-case(
                   l-variable-name(1:length(ws-fiscalperiod)))
                   = ws-fiscalperiod
               or upper-case(
                   l-variable-name(1:length(ws-periodstart)))
                   = ws-periodstart
               or upper-case(
                   l-variable-name(1:length(ws-periodend)))
                   = ws-periodend
               or upper-case(
                   l-variable-name(1:length(ws-periodstatus)))
                   = ws-periodstatus
           then
               call "fiscal-func" using
                   l-variable-name
                   ls-string-func-type
                   ls-string-func-value
                   ls-string-func-num
                   ls-string-func-rc
               end-call

               if ls-string-func-rc > 0 then
                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
                   move zeros to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the string functions MID$()/INSTR()/LEN()/VAL()/
      *>   STR$()/UCASE$()/LCASE$()/SPACE$()/STRING$() and the
      *>   UTF8TOLATIN1$()/LATIN1TOUTF8$() conversions, resolved by
      *>   string-func the same way the numeric functions are above.
           if upper-case(l-variable-name(1:length(ws-mid))) = ws-mid
               or upper-case(l-variable-name(1:length(ws-instr)))
               or upper-case(
                   l-variable-name(1:length(ws-string-dollar)))
                   = ws-string-dollar
               or upper-case(
                   l-variable-name(1:length(ws-utf8-to-latin1)))
                   = ws-utf8-to-latin1
               or upper-case(
                   l-variable-name(1:length(ws-latin1-to-utf8)))
                   = ws-latin1-to-utf8
           then
               call "string-func" using
                   l-variable-name
               end-call

               if ls-string-func-rc > 0 then
                   if ws-long-result-pending
                       and ws-long-result-name = spaces then
                       move l-variable-name to ws-long-result-name
                   end-if

                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
                   move ls-string-func-dec to l-variable-value-dec

                   set ws-return-code-name-true to true
                   set l-return-code-true to true

                   perform log-get-variable
                   goback
               end-if
           end-if

      *>   Check for the regular-expression functions REMATCH()/
      *>   REFIND$()/REREPLACE$().
           if upper-case(l-variable-name(1:length(ws-rematch)))
               = ws-rematch
               or upper-case(l-variable-name(1:length(ws-refind)))
                   = ws-refind
               or upper-case(l-variable-name(1:length(ws-rereplace)))
                   = ws-rereplace
           then
               call "regex-func" using
                   l-variable-name
                   ls-string-func-type
                   ls-string-func-value
                   ls-string-func-num
                   ls-string-func-dec
                   ls-string-func-rc
               end-call

               if ls-string-func-rc > 0 then
                   if ws-long-result-pending
                       and ws-long-result-name = spaces then
                       move l-variable-name to ws-long-result-name
                   end-if

                   move ls-string-func-type to l-variable-type
                   move ls-string-func-value to l-variable-value
                   move ls-string-func-num to l-variable-value-num
           if ls-found-var-idx > 0 then
               move ws-variables(ls-found-var-idx) to l-variable
               set l-return-code-true to true

               move ws-variable-long-slot(ls-found-var-idx)
                   to ws-long-slot-idx
               if ws-long-slot-idx > 0 then
                   move ws-long-string-len(ws-long-slot-idx)
                       to ws-long-result-len
                   move ws-long-string-text(ws-long-slot-idx)
                       (1:ws-long-result-len)
                       to ws-long-result-text
                   move l-variable-name to ws-long-result-name
                   set ws-long-result-pending to true
               end-if
           else
               perform default-missing-map-element
           end-if

           if l-return-code-true then
