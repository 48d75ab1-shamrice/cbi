      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Holds the FORM ... END FORM data-entry screens
      *          declared in the loaded program. Each form is a list
      *          of labeled fields with screen positions, lengths,
      *          a whole form in one DOFORM statement. State is in
      *          working-storage, same as type-repository, so
      *          definitions collected at load time are there when
      *          DOFORM runs later. A form defined again under the
      *          same name replaces the earlier definition.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
                   15  ws-field-var      pic x(64).
      *>           Keyed channel a lookup window reads, 0 = none.
                   15  ws-field-lookup   pic 99.
      *>           Data dictionary element the entry is checked
      *>           against, spaces = none.
                   15  ws-field-element  pic x(32).

       01  ws-form-def-idx               pic 9(4) comp.
       01  ws-form-found-idx             pic 9(4) comp value 0.
      *>   The form add-form-field is adding to.
       01  ws-form-cur-idx               pic 9(4) comp value 0.

       linkage section.

           05  l-field-type              pic x(8).
           05  l-field-var               pic x(64).
           05  l-field-lookup            pic 99.
           05  l-field-element           pic x(32).

       01  l-field-index                 pic 9(4) comp.
       01  l-field-count                 pic 9(4) comp.

       entry "begin-form-def" using l-form-name.

      *>   A form defined again replaces its earlier definition.
           perform find-form-def
           if ws-form-found-idx > 0 then
               move ws-form-found-idx to ws-form-cur-idx
               move 0 to ws-form-num-fields(ws-form-cur-idx)
               goback
           end-if

           if ws-num-form-defs >= ws-max-form-defs then
               call "logger-leveled" using concatenate(
                   "FORM-REPOSITORY :: ERROR : form table full ("
                   trim(l-form-name))
                   "ERROR"
               end-call
               move 0 to ws-form-cur-idx
               goback
           end-if

           add 1 to ws-num-form-defs
           move ws-num-form-defs to ws-form-cur-idx
           move upper-case(trim(l-form-name))
               to ws-form-name(ws-num-form-defs)
           move 0 to ws-form-num-fields(ws-num-form-defs)

       entry "add-form-field" using l-form-field-def.

           if ws-form-cur-idx = 0 then
               goback
           end-if

           if ws-form-num-fields(ws-form-cur-idx)
               >= ws-max-form-fields
           then
               call "logger-leveled" using concatenate(
                   "FORM-REPOSITORY :: ERROR : too many fields in "
                   "FORM " trim(ws-form-name(ws-form-cur-idx))
                   " (max " ws-max-form-fields "). Field dropped: "
                   trim(l-field-label))
                   "ERROR"
               goback
           end-if

           add 1 to ws-form-num-fields(ws-form-cur-idx)
           move l-form-field-def
               to ws-form-field(
                   ws-form-cur-idx,
                   ws-form-num-fields(ws-form-cur-idx))

           goback.

