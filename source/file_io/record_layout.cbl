      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Multi-record-type layouts behind MAP, for the bank
      *          and payroll files whose records come in several
      *          types (file header, batch header, detail, addenda,
      *          batch control) and carry repeating groups. On top
      *          of the flat field-name|start|length|type lines a
      *          layout may declare:
      *            TYPE|start|length|variable
      *              the discriminator span; each record read puts
      *              its value in the variable (RECTYPE$ if none is
      *              named) so the script knows which type it has.
      *            RECORD|value
      *              the field lines that follow apply only to
      *              records whose discriminator is value; RECORD|*
      *              catches any type not declared. Field lines
      *              before the first RECORD apply to every type.
      *            OCCURS|count|start|width
      *            member|offset|length|type
      *            END OCCURS
      *              a repeating group of count entries of width
      *              bytes from start; each member line gives its
      *              1-based offset within an entry, and member
      *              entry i lands in member(i), e.g. RL-AMT$(3).
      *          Positions are absolute, so gaps need no filler.
      *          @ELEMENT as a length takes the data dictionary
      *          element, as in flat layouts. GET and INPUT# hand
      *          each record read on a mapped channel to
      *          record-layout-apply, which picks the sub-layout
      *          for its type and assigns the fields;
      *          record-layout-field walks the same resolved field
      *          list for the file-compare utility, and
      *          record-layout-field-value hands the data profiler
      *          each field's decoded value. State is kept in
      *          working-storage per channel until CLOSE or a new
      *          MAP replaces it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. record-layout.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       78  ws-max-mapped-channels        value 8.
       78  ws-max-layout-fields          value 200.
       78  ws-max-record-types           value 50.
       78  ws-max-resolved-fields        value 1000.
       78  ws-max-record-length          value 32768.
       78  ws-default-type-var           value "RECTYPE$".
       78  ws-any-record-type            value "*".

       01  ws-layout-table.
           05  ws-layout                 occurs 8 times.
      *>       0 = slot free.
               10  ws-ly-file-number     pic 99 value 0.
               10  ws-ly-type-start      pic 9(5) value 0.
               10  ws-ly-type-len        pic 9(4) value 0.
               10  ws-ly-type-var        pic x(64) value spaces.
               10  ws-ly-num-types       pic 9(4) comp value 0.
               10  ws-ly-type-value      pic x(16) occurs 50 times.
               10  ws-ly-num-fields      pic 9(4) comp value 0.
               10  ws-ly-field           occurs 200 times.
      *>           Spaces = every record type.
                   15  ws-lf-record-type pic x(16).
                   15  ws-lf-name        pic x(64).
                   15  ws-lf-start       pic 9(5).
                   15  ws-lf-len         pic 9(5).
                   15  ws-lf-type        pic x(8).
      *>           0 = a single field, else the group's entry count.
                   15  ws-lf-occurs      pic 9(4).
                   15  ws-lf-stride      pic 9(5).

       01  ws-ly-idx                     pic 9(4) comp.
       01  ws-ly-found-idx               pic 9(4) comp value 0.
       01  ws-lf-idx                     pic 9(4) comp.
       01  ws-type-idx                   pic 9(4) comp.

      *>   Definition in progress -- one MAP loads at a time.
       01  ws-def-record-type            pic x(16) value spaces.
       01  ws-def-group-sw               pic a value 'N'.
           88  ws-def-in-group           value 'Y'.
           88  ws-def-not-in-group       value 'N'.
       01  ws-def-group-count            pic 9(4) value 0.
       01  ws-def-group-start            pic 9(5) value 0.
       01  ws-def-group-width            pic 9(5) value 0.

       01  ws-col-1                      pic x(64).
       01  ws-col-2                      pic x(16).
       01  ws-col-3                      pic x(40).
       01  ws-col-4                      pic x(64).
       01  ws-col-offset                 pic 9(5).
       01  ws-col-length                 pic 9(5).

      *>   The fields that apply to the record in hand.
       01  ws-record-type                pic x(16).
       01  ws-type-declared-sw           pic a.
           88  ws-type-declared          value 'Y'.
           88  ws-type-not-declared      value 'N'.
       01  ws-resolved-table.
           05  ws-num-resolved           pic 9(4) comp value 0.
           05  ws-resolved               occurs 1000 times.
               10  ws-rs-name            pic x(72).
               10  ws-rs-start           pic 9(5).
               10  ws-rs-len             pic 9(5).
               10  ws-rs-type            pic x(8).
       01  ws-rs-idx                     pic 9(4) comp.
       01  ws-occurs-idx                 pic 9(4) comp.
       01  ws-occurs-disp                pic z(3)9.
       01  ws-span-start                 pic 9(5).

       01  ws-record-buffer              pic x(32768).
       01  ws-assign-str                 pic x(1100).

       01  ws-ebcdic-span-start          pic 9(5).
       01  ws-ebcdic-span-len            pic 9(5).

      *>   Packed-decimal / binary decode scratch.
       01  ws-pb-value                   pic s9(18) value 0.
       01  ws-pb-value-disp              pic -(17)9.
       01  ws-pb-byte-ord                pic 9(4) comp.
       01  ws-pb-hi-nibble               pic 99 comp.
       01  ws-pb-lo-nibble               pic 99 comp.
       01  ws-pb-byte-idx                pic 9(4) comp.
       01  ws-pb-negative-sw             pic a value 'N'.
           88  ws-pb-negative            value 'Y'.
           88  ws-pb-positive            value 'N'.

       local-storage section.

       copy "copybooks/local_storage/ls_dictionary_element.cpy".

       linkage section.

       01  l-file-number                 pic 99.
       01  l-layout-line                 pic x(256).
       01  l-record                      pic x(32768).
       01  l-ebcdic-sw                   pic a.
           88  l-ebcdic                  value 'Y'.
       01  l-field-index                 pic 9(4) comp.
       01  l-field-name                  pic x(72).
       01  l-field-start                 pic 9(5).
       01  l-field-len                   pic 9(5).
       01  l-field-type                  pic x(8).
       01  l-field-value                 pic x(256).
       01  l-return-code                 pic 9.

       procedure division.

       main-procedure.

           call "logger-leveled" using concatenate(
               "RECORD-LAYOUT :: ERROR : should not be called "
               "directly. Use the 'record-layout-define-line' and "
               "'record-layout-apply' entry points instead.")
               "ERROR"
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point dropping the layout mapped on a channel
      *          (0 = every channel), at CLOSE or before a new MAP.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "record-layout-clear" using l-file-number.

           perform varying ws-ly-idx from 1 by 1
           until ws-ly-idx > ws-max-mapped-channels
               if ws-ly-file-number(ws-ly-idx) not = 0
                   and (l-file-number = 0
                       or ws-ly-file-number(ws-ly-idx)
                           = l-file-number)
               then
                   move 0 to ws-ly-file-number(ws-ly-idx)
                   move 0 to ws-ly-type-start(ws-ly-idx)
                   move 0 to ws-ly-type-len(ws-ly-idx)
                   move spaces to ws-ly-type-var(ws-ly-idx)
                   move 0 to ws-ly-num-types(ws-ly-idx)
                   move 0 to ws-ly-num-fields(ws-ly-idx)
               end-if
           end-perform

           move spaces to ws-def-record-type
           set ws-def-not-in-group to true

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point adding one layout line to the channel's
      *          layout: a field, or a TYPE, RECORD, OCCURS or
      *          END OCCURS directive. Blank and # comment lines are
      *          accepted and ignored. Return code 1 when the line
      *          was taken, 0 when it was malformed (logged and
      *          skipped).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "record-layout-define-line" using
           l-file-number l-layout-line l-return-code.

           move 1 to l-return-code

           if trim(l-layout-line) = spaces
               or trim(l-layout-line)(1:1) = "#"
           then
               goback
           end-if

           perform find-layout-slot
           if ws-ly-found-idx = 0 then
               perform allocate-layout-slot
           end-if
           if ws-ly-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "MAP :: ERROR : more than "
                   ws-max-mapped-channels " channels mapped at once. "
                   "Layout not kept for file number " l-file-number)
                   "ERROR"
               end-call
               move 0 to l-return-code
               goback
           end-if

           move spaces to ws-col-1 ws-col-2 ws-col-3 ws-col-4
           unstring l-layout-line
               delimited by "|"
               into ws-col-1 ws-col-2 ws-col-3 ws-col-4
           end-unstring

           evaluate upper-case(trim(ws-col-1))
               when "TYPE"
                   perform define-discriminator
               when "RECORD"
                   perform define-record-type
               when "OCCURS"
                   perform define-group
               when "END OCCURS"
                   set ws-def-not-in-group to true
               when other
                   perform define-layout-field
           end-evaluate

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point applying the channel's layout to the
      *          record just read: the discriminator value goes to
      *          its variable and every field of the matching
      *          sub-layout to its own. TEXT spans of an EBCDIC
      *          channel are translated first. Return code 0 when
      *          no layout is mapped on the channel.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "record-layout-apply" using
           l-file-number l-record l-ebcdic-sw l-return-code.

           move 0 to l-return-code

           perform find-layout-slot
           if ws-ly-found-idx = 0 then
               goback
           end-if

           move l-record to ws-record-buffer

           if l-ebcdic and ws-ly-type-len(ws-ly-found-idx) > 0 then
               move ws-ly-type-start(ws-ly-found-idx)
                   to ws-ebcdic-span-start
               move ws-ly-type-len(ws-ly-found-idx)
                   to ws-ebcdic-span-len
               call "ebcdic-to-ascii-span" using
                   ws-record-buffer
                   ws-ebcdic-span-start
                   ws-ebcdic-span-len
               end-call
           end-if

           perform resolve-record-fields

           if ws-ly-type-len(ws-ly-found-idx) > 0 then
               move spaces to ws-assign-str
               string
                   trim(ws-ly-type-var(ws-ly-found-idx))
                   ' = "' trim(ws-record-type) '"'
                   delimited by size
                   into ws-assign-str
               end-string
               call "assign-var" using ws-assign-str
               end-call
           end-if

      *>   Last field first: an undeclared group member is
      *>   allocated as an array sized to its subscript, so the
      *>   highest entry must size it before the lower ones land.
           perform varying ws-rs-idx from ws-num-resolved by -1
           until ws-rs-idx < 1
               perform assign-resolved-field
           end-perform

           move 1 to l-return-code
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the n-th field that applies
      *          to a record under the channel's layout -- name
      *          (group members subscripted), start and length --
      *          so a caller can walk a multi-type record field by
      *          field. Return code 0 past the last field, or when
      *          no layout is mapped on the channel.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "record-layout-field" using
           l-file-number l-record l-field-index
           l-field-name l-field-start l-field-len l-return-code.

           move 0 to l-return-code
           move spaces to l-field-name
           move 0 to l-field-start
           move 0 to l-field-len

           perform find-layout-slot
           if ws-ly-found-idx = 0 then
               goback
           end-if

           move l-record to ws-record-buffer
           perform resolve-record-fields

           if l-field-index = 0 or l-field-index > ws-num-resolved
           then
               goback
           end-if

           move ws-rs-name(l-field-index) to l-field-name
           move ws-rs-start(l-field-index) to l-field-start
           move ws-rs-len(l-field-index) to l-field-len
           move 1 to l-return-code

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the n-th field of a record
      *          under the channel's layout with its value, the way
      *          a read would assign it: TEXT spans translated on an
      *          EBCDIC file, PACKED and BINARY fields decoded to
      *          their number. The field's type comes back as TEXT,
      *          PACKED or BINARY. Callers walk a record from field 1,
      *          which is when the record is taken and its fields
      *          resolved. Return code 0 past the last field, or
      *          when no layout is mapped on the channel.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "record-layout-field-value" using
           l-file-number l-record l-ebcdic-sw l-field-index
           l-field-name l-field-start l-field-len l-field-type
           l-field-value l-return-code.

           move 0 to l-return-code
           move spaces to l-field-name
           move 0 to l-field-start
           move 0 to l-field-len
           move spaces to l-field-type
           move spaces to l-field-value

           perform find-layout-slot
           if ws-ly-found-idx = 0 then
               goback
           end-if

           if l-field-index = 1 then
               move l-record to ws-record-buffer
               if l-ebcdic and ws-ly-type-len(ws-ly-found-idx) > 0
               then
                   move ws-ly-type-start(ws-ly-found-idx)
                       to ws-ebcdic-span-start
                   move ws-ly-type-len(ws-ly-found-idx)
                       to ws-ebcdic-span-len
                   call "ebcdic-to-ascii-span" using
                       ws-record-buffer
                       ws-ebcdic-span-start
                       ws-ebcdic-span-len
                   end-call
               end-if
               perform resolve-record-fields
           end-if

           if l-field-index = 0 or l-field-index > ws-num-resolved
           then
               goback
           end-if

           move l-field-index to ws-rs-idx
           move ws-rs-name(ws-rs-idx) to l-field-name
           move ws-rs-start(ws-rs-idx) to l-field-start
           move ws-rs-len(ws-rs-idx) to l-field-len
           move ws-rs-type(ws-rs-idx) to l-field-type

           evaluate ws-rs-type(ws-rs-idx)
               when "PACKED"
                   perform decode-packed-field
                   move ws-pb-value to ws-pb-value-disp
                   move trim(ws-pb-value-disp) to l-field-value
               when "BINARY"
                   perform decode-binary-field
                   move ws-pb-value to ws-pb-value-disp
                   move trim(ws-pb-value-disp) to l-field-value
               when other
                   if l-ebcdic then
                       move ws-rs-start(ws-rs-idx)
                           to ws-ebcdic-span-start
                       move ws-rs-len(ws-rs-idx)
                           to ws-ebcdic-span-len
                       call "ebcdic-to-ascii-span" using
                           ws-record-buffer
                           ws-ebcdic-span-start
                           ws-ebcdic-span-len
                       end-call
                   end-if
                   move ws-record-buffer(
                       ws-rs-start(ws-rs-idx):ws-rs-len(ws-rs-idx))
                       to l-field-value
           end-evaluate

           move 1 to l-return-code
           goback.


       find-layout-slot.

           move 0 to ws-ly-found-idx
           if l-file-number = 0 then
               exit paragraph
           end-if

           perform varying ws-ly-idx from 1 by 1
           until ws-ly-idx > ws-max-mapped-channels
               if ws-ly-file-number(ws-ly-idx) = l-file-number then
                   move ws-ly-idx to ws-ly-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       allocate-layout-slot.

           move 0 to ws-ly-found-idx
           if l-file-number = 0 then
               exit paragraph
           end-if

           perform varying ws-ly-idx from 1 by 1
           until ws-ly-idx > ws-max-mapped-channels
               if ws-ly-file-number(ws-ly-idx) = 0 then
                   move ws-ly-idx to ws-ly-found-idx
                   move l-file-number
                       to ws-ly-file-number(ws-ly-found-idx)
                   move 0 to ws-ly-type-start(ws-ly-found-idx)
                   move 0 to ws-ly-type-len(ws-ly-found-idx)
                   move spaces to ws-ly-type-var(ws-ly-found-idx)
                   move 0 to ws-ly-num-types(ws-ly-found-idx)
                   move 0 to ws-ly-num-fields(ws-ly-found-idx)
                   move spaces to ws-def-record-type
                   set ws-def-not-in-group to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   TYPE|start|length|variable
       define-discriminator.

           if test-numval(trim(ws-col-2)) not = 0
               or test-numval(trim(ws-col-3)) not = 0
               or numval(ws-col-2) < 1 or numval(ws-col-3) < 1
               or numval(ws-col-3) > 16
           then
               call "logger-leveled" using concatenate(
                   "MAP :: WARN : TYPE line needs start and a "
                   "length of 1 to 16, skipped: "
                   trim(l-layout-line))
                   "WARN"
               end-call
               move 0 to l-return-code
               exit paragraph
           end-if

           compute ws-ly-type-start(ws-ly-found-idx) =
               numval(ws-col-2)
           end-compute
           compute ws-ly-type-len(ws-ly-found-idx) =
               numval(ws-col-3)
           end-compute

           if trim(ws-col-4) = spaces then
               move ws-default-type-var
                   to ws-ly-type-var(ws-ly-found-idx)
           else
               move upper-case(trim(ws-col-4))
                   to ws-ly-type-var(ws-ly-found-idx)
           end-if

           exit paragraph.


      *>   RECORD|value -- the sub-layout for one discriminator value.
       define-record-type.

           if ws-def-in-group then
               call "logger-leveled" using concatenate(
                   "MAP :: WARN : OCCURS group not closed before "
                   "RECORD " trim(ws-col-2) "; END OCCURS assumed.")
                   "WARN"
               end-call
               set ws-def-not-in-group to true
           end-if

           if trim(ws-col-2) = spaces then
               call "logger-leveled" using concatenate(
                   "MAP :: WARN : RECORD line names no type value, "
                   "skipped: " trim(l-layout-line))
                   "WARN"
               end-call
               move 0 to l-return-code
               exit paragraph
           end-if

           move trim(ws-col-2) to ws-def-record-type

           if ws-def-record-type = ws-any-record-type then
               exit paragraph
           end-if

           perform varying ws-type-idx from 1 by 1
           until ws-type-idx > ws-ly-num-types(ws-ly-found-idx)
               if ws-ly-type-value(ws-ly-found-idx, ws-type-idx)
                   = ws-def-record-type
               then
                   exit paragraph
               end-if
           end-perform

           if ws-ly-num-types(ws-ly-found-idx) < ws-max-record-types
           then
               add 1 to ws-ly-num-types(ws-ly-found-idx)
               move ws-def-record-type to ws-ly-type-value(
                   ws-ly-found-idx, ws-ly-num-types(ws-ly-found-idx))
           end-if

           exit paragraph.


      *>   OCCURS|count|start|width
       define-group.

           if test-numval(trim(ws-col-2)) not = 0
               or test-numval(trim(ws-col-3)) not = 0
               or test-numval(trim(ws-col-4)) not = 0
               or numval(ws-col-2) < 1 or numval(ws-col-3) < 1
               or numval(ws-col-4) < 1
           then
               call "logger-leveled" using concatenate(
                   "MAP :: WARN : OCCURS line needs count, start and "
                   "width, skipped: " trim(l-layout-line))
                   "WARN"
               end-call
               move 0 to l-return-code
               exit paragraph
           end-if

           set ws-def-in-group to true
           compute ws-def-group-count = numval(ws-col-2)
           end-compute
           compute ws-def-group-start = numval(ws-col-3)
           end-compute
           compute ws-def-group-width = numval(ws-col-4)
           end-compute

           exit paragraph.


      *>   field-name|start|length|type, or inside an OCCURS group
      *>   member|offset|length|type.
       define-layout-field.

           if trim(ws-col-3)(1:1) = "@" then
               move ws-col-3 to ls-dictionary-element-name
               call "dictionary-element" using
                   ls-dictionary-element-name
                   ls-dictionary-element
                   ls-dictionary-return-code
               end-call
               if ls-dictionary-return-code not = 1 then
                   call "logger-leveled" using concatenate(
                       "MAP :: WARN : layout field " trim(ws-col-1)
                       " names unknown element " trim(ws-col-3)
                       ", skipped.")
                       "WARN"
                   end-call
                   move 0 to l-return-code
                   exit paragraph
               end-if
               move ls-de-length to ws-col-3
               if ws-col-4 = spaces then
                   move ls-de-usage to ws-col-4
               end-if
               if ws-col-1 = spaces then
                   move ls-de-name to ws-col-1
               end-if
           end-if

           if test-numval(trim(ws-col-2)) not = 0
               or test-numval(trim(ws-col-3)) not = 0
           then
               call "logger-leveled" using concatenate(
                   "MAP :: WARN : layout line has non-numeric "
                   "start/length, skipped: " trim(l-layout-line))
                   "WARN"
               end-call
               move 0 to l-return-code
               exit paragraph
           end-if

      *>   A named gap in a flat layout is filler; here positions
      *>   are absolute, so an unnamed line is simply not assigned.
           if trim(ws-col-1) = spaces then
               exit paragraph
           end-if

           if ws-ly-num-fields(ws-ly-found-idx)
               >= ws-max-layout-fields
           then
               call "logger-leveled" using concatenate(
                   "MAP :: ERROR : more than " ws-max-layout-fields
                   " layout fields for file number " l-file-number
                   ". Extra fields ignored.")
                   "ERROR"
               end-call
               move 0 to l-return-code
               exit paragraph
           end-if

           compute ws-col-offset = numval(ws-col-2)
           end-compute
           compute ws-col-length = numval(ws-col-3)
           end-compute

           add 1 to ws-ly-num-fields(ws-ly-found-idx)
           move ws-ly-num-fields(ws-ly-found-idx) to ws-lf-idx

           move ws-def-record-type
               to ws-lf-record-type(ws-ly-found-idx, ws-lf-idx)
           move upper-case(trim(ws-col-1))
               to ws-lf-name(ws-ly-found-idx, ws-lf-idx)
           move ws-col-length to ws-lf-len(ws-ly-found-idx, ws-lf-idx)

           evaluate upper-case(trim(ws-col-4))
               when "PACKED"
                   move "PACKED"
                       to ws-lf-type(ws-ly-found-idx, ws-lf-idx)
               when "BINARY"
                   move "BINARY"
                       to ws-lf-type(ws-ly-found-idx, ws-lf-idx)
               when other
                   move "TEXT"
                       to ws-lf-type(ws-ly-found-idx, ws-lf-idx)
           end-evaluate

           if ws-def-in-group then
               compute ws-lf-start(ws-ly-found-idx, ws-lf-idx) =
                   ws-def-group-start + ws-col-offset - 1
               end-compute
               move ws-def-group-count
                   to ws-lf-occurs(ws-ly-found-idx, ws-lf-idx)
               move ws-def-group-width
                   to ws-lf-stride(ws-ly-found-idx, ws-lf-idx)
           else
               move ws-col-offset
                   to ws-lf-start(ws-ly-found-idx, ws-lf-idx)
               move 0 to ws-lf-occurs(ws-ly-found-idx, ws-lf-idx)
               move 0 to ws-lf-stride(ws-ly-found-idx, ws-lf-idx)
           end-if

           exit paragraph.


      *>   The record type in ws-record-buffer and the fields that
      *>   apply to it: the common ones, its own RECORD section (or
      *>   RECORD|* when its type is not declared), each group
      *>   member expanded to member(1) .. member(count).
       resolve-record-fields.

           move 0 to ws-num-resolved
           move spaces to ws-record-type
           set ws-type-not-declared to true

           if ws-ly-type-len(ws-ly-found-idx) > 0 then
               move trim(ws-record-buffer(
                   ws-ly-type-start(ws-ly-found-idx):
                   ws-ly-type-len(ws-ly-found-idx)))
                   to ws-record-type

               perform varying ws-type-idx from 1 by 1
               until ws-type-idx > ws-ly-num-types(ws-ly-found-idx)
                   if ws-ly-type-value(ws-ly-found-idx, ws-type-idx)
                       = ws-record-type
                   then
                       set ws-type-declared to true
                       exit perform
                   end-if
               end-perform
           end-if

           perform varying ws-lf-idx from 1 by 1
           until ws-lf-idx > ws-ly-num-fields(ws-ly-found-idx)

               if ws-lf-record-type(ws-ly-found-idx, ws-lf-idx)
                   = spaces
                   or (ws-lf-record-type(ws-ly-found-idx, ws-lf-idx)
                       = ws-record-type
                       and ws-record-type not = spaces)
                   or (ws-lf-record-type(ws-ly-found-idx, ws-lf-idx)
                       = ws-any-record-type
                       and ws-type-not-declared)
               then
                   if ws-lf-occurs(ws-ly-found-idx, ws-lf-idx) = 0
                   then
                       move ws-lf-start(ws-ly-found-idx, ws-lf-idx)
                           to ws-span-start
                       move ws-lf-name(ws-ly-found-idx, ws-lf-idx)
                           to ws-assign-str
                       perform add-resolved-field
                   else
                       perform varying ws-occurs-idx from 1 by 1
                       until ws-occurs-idx
                           > ws-lf-occurs(ws-ly-found-idx, ws-lf-idx)
                           compute ws-span-start =
                               ws-lf-start(ws-ly-found-idx, ws-lf-idx)
                               + (ws-occurs-idx - 1)
                               * ws-lf-stride(ws-ly-found-idx,
                                   ws-lf-idx)
                           end-compute
                           move ws-occurs-idx to ws-occurs-disp
                           move concatenate(
                               trim(ws-lf-name(ws-ly-found-idx,
                                   ws-lf-idx))
                               "(" trim(ws-occurs-disp) ")")
                               to ws-assign-str
                           perform add-resolved-field
                       end-perform
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   Field ws-lf-idx at ws-span-start, named ws-assign-str --
      *>   dropped when it would run past the record buffer.
       add-resolved-field.

           if ws-num-resolved >= ws-max-resolved-fields
               or ws-span-start < 1
               or ws-span-start + ws-lf-len(ws-ly-found-idx, ws-lf-idx)
                   - 1 > ws-max-record-length
           then
               exit paragraph
           end-if

           add 1 to ws-num-resolved
           move ws-assign-str to ws-rs-name(ws-num-resolved)
           move ws-span-start to ws-rs-start(ws-num-resolved)
           move ws-lf-len(ws-ly-found-idx, ws-lf-idx)
               to ws-rs-len(ws-num-resolved)
           move ws-lf-type(ws-ly-found-idx, ws-lf-idx)
               to ws-rs-type(ws-num-resolved)

           exit paragraph.


       assign-resolved-field.

           evaluate ws-rs-type(ws-rs-idx)
               when "PACKED"
                   perform decode-packed-field
                   perform assign-numeric-field

               when "BINARY"
                   perform decode-binary-field
                   perform assign-numeric-field

               when other
                   if l-ebcdic then
                       move ws-rs-start(ws-rs-idx)
                           to ws-ebcdic-span-start
                       move ws-rs-len(ws-rs-idx)
                           to ws-ebcdic-span-len
                       call "ebcdic-to-ascii-span" using
                           ws-record-buffer
                           ws-ebcdic-span-start
                           ws-ebcdic-span-len
                       end-call
                   end-if

                   move spaces to ws-assign-str
                   string
                       trim(ws-rs-name(ws-rs-idx))
                       ' = "'
                       ws-record-buffer(
                           ws-rs-start(ws-rs-idx):
                           ws-rs-len(ws-rs-idx))
                       '"'
                       delimited by size
                       into ws-assign-str
                   end-string

                   call "assign-var" using ws-assign-str
                   end-call
           end-evaluate

           exit paragraph.


      *>   Signed packed decimal, sign in the last low nibble.
       decode-packed-field.

           move 0 to ws-pb-value
           set ws-pb-positive to true

           perform varying ws-pb-byte-idx from 1 by 1
           until ws-pb-byte-idx > ws-rs-len(ws-rs-idx)

               compute ws-pb-byte-ord = ord(ws-record-buffer(
                   ws-rs-start(ws-rs-idx) + ws-pb-byte-idx - 1:1))
                   - 1
               end-compute

               divide ws-pb-byte-ord by 16
                   giving ws-pb-hi-nibble
                   remainder ws-pb-lo-nibble
               end-divide

               if ws-pb-byte-idx = ws-rs-len(ws-rs-idx) then
                   compute ws-pb-value =
                       ws-pb-value * 10 + ws-pb-hi-nibble
                       on size error move 0 to ws-pb-value
                   end-compute
                   if ws-pb-lo-nibble = 13 then
                       set ws-pb-negative to true
                   end-if
               else
                   compute ws-pb-value =
                       ws-pb-value * 100
                       + ws-pb-hi-nibble * 10 + ws-pb-lo-nibble
                       on size error move 0 to ws-pb-value
                   end-compute
               end-if
           end-perform

           if ws-pb-negative then
               compute ws-pb-value = 0 - ws-pb-value
               end-compute
           end-if

           exit paragraph.


      *>   Big-endian unsigned binary counter.
       decode-binary-field.

           move 0 to ws-pb-value

           perform varying ws-pb-byte-idx from 1 by 1
           until ws-pb-byte-idx > ws-rs-len(ws-rs-idx)

               compute ws-pb-byte-ord = ord(ws-record-buffer(
                   ws-rs-start(ws-rs-idx) + ws-pb-byte-idx - 1:1))
                   - 1
               end-compute

               compute ws-pb-value =
                   ws-pb-value * 256 + ws-pb-byte-ord
                   on size error move 0 to ws-pb-value
               end-compute
           end-perform

           exit paragraph.


       assign-numeric-field.

           move ws-pb-value to ws-pb-value-disp

           move spaces to ws-assign-str
           string
               trim(ws-rs-name(ws-rs-idx))
               " = "
               trim(ws-pb-value-disp)
               delimited by size
               into ws-assign-str
           end-string

           call "assign-var" using ws-assign-str
           end-call

           exit paragraph.

       end program record-layout.
