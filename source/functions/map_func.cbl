      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the MAP collection functions and statement.
      *          A MAP (DIM TOTALS AS MAP OF DECIMAL) keeps one
      *          variable per key in variable-repository, named
      *          TOTALS("ACME01"), so reading and setting a key is a
      *          hashed lookup however many keys there are. Here:
      *            MAPHAS(TOTALS, K$)   1 when the key has been set,
      *                                 0 when not
      *            MAPCOUNT(TOTALS)     number of keys
      *            MAPKEY$(TOTALS, I)   the I'th key in ascending
      *                                 key order, "" past the end
      *            MAPREMOVE TOTALS, K$ drops one key (a record
      *                                 key's members with it)
      *            MAPREMOVE TOTALS     drops every key
      *          The sorted key list is built by one pass over the
      *          variable table and kept until the map gains or
      *          loses a key, so walking MAPKEY$ 1..MAPCOUNT costs
      *          one build, not one per step. Resolved from
      *          get-variable the same way the array functions are.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. map-func is recursive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-map-keys               value 20000.

       78  ws-err-illegal-function       value 5.

      *>   Sorted keys of the last map asked about, and the change
      *>   count they were built at.
       01  ws-key-list-map-name          pic x(256) value spaces.
       01  ws-key-list-change-count      pic 9(9) comp value 0.

       01  ws-key-list.
           05  ws-num-keys               pic 9(5) comp value 0.
           05  ws-key-entry              occurs 0 to 20000 times
                                   depending on ws-num-keys
                                   ascending key ws-key-text.
               10  ws-key-text           pic x(128).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

       01  ls-func-kind-sw               pic a value space.
           88  ls-func-kind-has          value 'H'.
           88  ls-func-kind-count        value 'C'.
           88  ls-func-kind-key          value 'K'.

       01  ls-arg-str-1                  pic x(256).
       01  ls-arg-str-2                  pic x(256).

       01  ls-paren-end-idx              pic 9(4) comp.
       01  ls-arg-char-idx               pic 9(4) comp.
       01  ls-split-paren-depth          pic 9(4) comp value 0.
       01  ls-split-scan-idx             pic 9(4) comp value 0.
       01  ls-split-comma-idx            pic 9(4) comp value 0.

       01  ls-map-name                   pic x(256).
       01  ls-element-name               pic x(1024).
       01  ls-exists-rc                  pic 9.
       01  ls-remove-rc                  pic 9.

       01  ls-change-count               pic 9(9) comp.
       01  ls-variable-count             pic 9(5) comp.
       01  ls-scan-idx                   pic 9(5) comp.
       01  ls-scan-rc                    pic 9.
       01  ls-key-prefix                 pic x(256).
       01  ls-key-prefix-len             pic 9(4) comp.
       01  ls-name-len                   pic 9(4) comp.
       01  ls-key-len                    pic 9(4) comp.

       01  ls-key-index-value            pic s9(12)v9(6).
       01  ls-key-index-rc               pic 9.
       01  ls-key-index                  pic 9(5) comp.

       01  ls-statement-text             pic x(1024).
       01  ls-statement-ptr              pic 9(4) comp.

       01  ls-raise-error-code           pic 9(4).

       linkage section.

       01  l-input-value                 pic x(256).

       01  l-result-type                 pic x(8).

       01  l-result-value                pic x(1024).

       01  l-result-num                  pic S9(16).

       01  l-result-dec                  pic S9(12)v9(6).

       01  l-return-code                 pic 9 value 0.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       01  l-src-code-str                pic x(1024).

       procedure division using
           l-input-value l-result-type l-result-value l-result-num
           l-result-dec l-return-code.

       main-procedure.

           set l-return-code-false to true
           move spaces to l-result-type
           move spaces to l-result-value
           move zeros to l-result-num
           move zeros to l-result-dec

           move trim(upper-case(l-input-value))
               to ls-working-input-value

           call "logger" using concatenate(
               "MAP-FUNC :: Enter with input: "
               trim(ls-working-input-value))
           end-call

           move space to ls-func-kind-sw

           evaluate true
               when ls-working-input-value(1:length(ws-maphas))
                   = ws-maphas
                   set ls-func-kind-has to true
               when ls-working-input-value(1:length(ws-mapcount))
                   = ws-mapcount
                   set ls-func-kind-count to true
               when ls-working-input-value(1:length(ws-mapkey))
                   = ws-mapkey
                   set ls-func-kind-key to true
               when other
                   call "logger" using concatenate(
                       "MAP-FUNC :: Not a map function: "
                       trim(ls-working-input-value))
                   end-call
                   goback
           end-evaluate

           perform split-function-arguments

           move trim(ls-arg-str-1) to ls-map-name
           perform check-map-header

           if ls-map-name = spaces then
               perform raise-illegal-function
               perform return-zero-integer
               goback
           end-if

           evaluate true
               when ls-func-kind-has
                   perform build-element-name
                   move ls-element-name to ls-variable-name
                   call "map-entry-exists" using
                       ls-variable ls-exists-rc
                   end-call
                   move ls-exists-rc to l-result-num
                   move "INTEGER" to l-result-type

               when ls-func-kind-count
                   perform build-key-list
                   move ws-num-keys to l-result-num
                   move "INTEGER" to l-result-type

               when ls-func-kind-key
                   perform build-key-list
                   perform resolve-key-index
                   move "STRING" to l-result-type
                   if ls-key-index >= 1
                       and ls-key-index <= ws-num-keys
                   then
                       string
                           '"' trim(ws-key-text(ls-key-index)) '"'
                           delimited by size
                           into l-result-value
                       end-string
                   else
                       move '""' to l-result-value
                   end-if
           end-evaluate

           set l-return-code-true to true

           call "logger" using concatenate(
               "MAP-FUNC :: Input: " trim(l-input-value)
               " : result type: " l-result-type
               " : result num: " l-result-num
               " : result value: " trim(l-result-value))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the MAPREMOVE statement:
      *            MAPREMOVE TOTALS, K$   one key
      *            MAPREMOVE TOTALS       every key
      *          Removing a key that is not there is not an error.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "mapremove-cmd" using l-src-code-str.

           move upper-case(l-src-code-str(length(ws-mapremove) + 1:))
               to ls-statement-text

           move spaces to ls-arg-str-1
           move spaces to ls-arg-str-2
           move 1 to ls-statement-ptr
           unstring ls-statement-text
               delimited by ","
               into ls-arg-str-1
               with pointer ls-statement-ptr
           end-unstring
           if ls-statement-ptr <= length(ls-statement-text) then
               move ls-statement-text(ls-statement-ptr:)
                   to ls-arg-str-2
           end-if

           move trim(ls-arg-str-1) to ls-map-name
           perform check-map-header

           if ls-map-name = spaces then
               perform raise-illegal-function
               goback
           end-if

           if ls-arg-str-2 = spaces then
               move ls-map-name to ls-variable-name
           else
               perform build-element-name
               move ls-element-name to ls-variable-name
           end-if

           call "remove-map-entries" using ls-variable ls-remove-rc
           end-call

           call "logger" using concatenate(
               "MAP-FUNC :: MAPREMOVE " trim(ls-variable-name)
               " : removed: " ls-remove-rc)
           end-call

           goback.


      *>   Splits the text between the outer parens into up to two
      *>   comma-delimited argument strings -- the same shape
      *>   array-func uses.
       split-function-arguments.

           move spaces to ls-arg-str-1
           move spaces to ls-arg-str-2

           move 0 to ls-arg-char-idx
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

           move 0 to ls-split-paren-depth
           move 0 to ls-split-comma-idx
           perform varying ls-split-scan-idx from 1 by 1
           until ls-split-scan-idx > length(trim(ls-args-text))
               or ls-split-comma-idx > 0

               evaluate true
                   when ls-args-text(ls-split-scan-idx:1) = "("
                       add 1 to ls-split-paren-depth
                   when ls-args-text(ls-split-scan-idx:1) = ")"
                       if ls-split-paren-depth > 0 then
                           subtract 1 from ls-split-paren-depth
                       end-if
                   when ls-args-text(ls-split-scan-idx:1) = ","
                       and ls-split-paren-depth = 0
                       move ls-split-scan-idx
                           to ls-split-comma-idx
               end-evaluate
           end-perform

           if ls-split-comma-idx = 0 then
               move ls-args-text to ls-arg-str-1
           else
               if ls-split-comma-idx > 1 then
                   move ls-args-text(1:ls-split-comma-idx - 1)
                       to ls-arg-str-1
               end-if
               move ls-args-text(ls-split-comma-idx + 1:)
                   to ls-arg-str-2
           end-if

           exit paragraph.


      *>   The first argument must name a DIM'd MAP; anything else
      *>   is logged and ls-map-name blanked.
       check-map-header.

           move ls-map-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code = 0
               or ls-variable-type not = "MAP"
           then
               call "logger-leveled" using concatenate(
                   "MAP-FUNC :: ERROR : not a DIM'd MAP: "
                   trim(ls-map-name))
                   "ERROR"
               end-call
               move spaces to ls-map-name
           end-if

           exit paragraph.


      *>   MAP(key) normalized exactly as an assignment to it would
      *>   be, so literal and variable keys name the same element.
       build-element-name.

           move spaces to ls-element-name
           string
               trim(ls-map-name) "(" trim(ls-arg-str-2) ")"
               delimited by size
               into ls-element-name
           end-string

           call "array-indexed-name" using ls-element-name
           end-call

           exit paragraph.


      *>   One pass over the variable table collects every
      *>   MAP("key") name -- a record key's marker, not its members
      *>   -- then the table sort orders them. Reused while the map
      *>   has neither gained nor lost a key.
       build-key-list.

           call "get-map-change-count" using ls-change-count
           end-call

           if ws-key-list-map-name = ls-map-name
               and ws-key-list-change-count = ls-change-count
           then
               exit paragraph
           end-if

           move ls-map-name to ws-key-list-map-name
           move ls-change-count to ws-key-list-change-count
           move 0 to ws-num-keys

           move spaces to ls-key-prefix
           string
               trim(ls-map-name) '("'
               delimited by size
               into ls-key-prefix
           end-string
           compute ls-key-prefix-len = length(trim(ls-key-prefix))
           end-compute

           call "get-variable-count" using ls-variable-count
           end-call

           perform varying ls-scan-idx from 1 by 1
           until ls-scan-idx > ls-variable-count

               call "get-variable-by-index" using
                   ls-scan-idx ls-variable ls-scan-rc
               end-call

               if ls-scan-rc = 1
                   and ls-variable-name(1:ls-key-prefix-len)
                       = ls-key-prefix(1:ls-key-prefix-len)
               then
                   perform take-key-from-name
               end-if
           end-perform

           if ws-num-keys > 1 then
               sort ws-key-entry ascending key ws-key-text
           end-if

           call "logger" using concatenate(
               "MAP-FUNC :: Key list built for " trim(ls-map-name)
               " : keys: " ws-num-keys)
           end-call

           exit paragraph.


       take-key-from-name.

           compute ls-name-len = length(trim(ls-variable-name))
           end-compute

           if ls-name-len < ls-key-prefix-len + 2
               or ls-variable-name(ls-name-len - 1:2) not = '")'
           then
               exit paragraph
           end-if

           if ws-num-keys >= ws-max-map-keys then
               call "logger-leveled" using concatenate(
                   "MAP-FUNC :: WARN : more than " ws-max-map-keys
                   " keys in " trim(ls-map-name)
                   " : key skipped: " trim(ls-variable-name))
                   "WARN"
               end-call
               exit paragraph
           end-if

           compute ls-key-len = ls-name-len - ls-key-prefix-len - 2
           end-compute

           add 1 to ws-num-keys
           move spaces to ws-key-text(ws-num-keys)
           if ls-key-len > 0 then
               move ls-variable-name(
                   ls-key-prefix-len + 1:ls-key-len)
                   to ws-key-text(ws-num-keys)
           end-if

           exit paragraph.


       resolve-key-index.

           move 0 to ls-key-index

           call "eval-numeric-arg" using
               ls-arg-str-2 ls-key-index-value ls-key-index-rc
           end-call

           if ls-key-index-rc = 1
               and ls-key-index-value >= 1
               and ls-key-index-value <= ws-max-map-keys
           then
               move ls-key-index-value to ls-key-index
           end-if

           exit paragraph.


       raise-illegal-function.

           move ws-err-illegal-function to ls-raise-error-code
           call "raise-runtime-error" using ls-raise-error-code
           end-call

           exit paragraph.


       return-zero-integer.

           move "INTEGER" to l-result-type
           move zeros to l-result-num
           move zeros to l-result-dec
           set l-return-code-true to true

           exit paragraph.

       end program map-func.
