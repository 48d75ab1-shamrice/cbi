      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Process the DOFORM command -- plays a whole declared
      *          FORM screen in one statement: paints every field's
      *          label at its position, then walks the fields taking
      *          the form and lands the chosen record's key in the
      *          field. A field declared INTEGER
      *          re-prompts until the entry is numeric, same as the
      *          typed INPUT validation, and a field declared from a
      *          data dictionary element re-prompts until the entry
      *          passes the element's type, bounds and allowed
      *          values. All values land in their
      *          declared variables when the form completes. The
      *          menu shell plays forms it builds itself through the
      *          form-play-values entry, which hands the values back.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           05  ls-field-type             pic x(8).
           05  ls-field-var              pic x(64).
           05  ls-field-lookup           pic 99.
           05  ls-field-element          pic x(32).

       01  ls-lookup-result              pic x(64).
       01  ls-lookup-rc                  pic 9.

       01  ls-check-value                pic x(64).
       01  ls-check-message              pic x(40).
       01  ls-check-rc                   pic 9.

       01  ls-field-values               pic x(64) occurs 20 times.

       01  ls-entry-position.

       01  l-src-code-str                pic x(1024).

       01  l-form-name                   pic x(32).
       01  l-form-value-table.
           05  l-form-value              pic x(64) occurs 20 times.

       procedure division using l-src-code-str.

       main-procedure.
               goback
           end-if

           perform paint-form-labels

           perform walk-form-fields

      *>   The form is complete -- land every value in its declared
      *>   variable.
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point playing a form the caller built in the
      *          form repository and handing the entered values back
      *          in field order instead of assigning them to
      *          variables -- the menu shell's parameter prompt,
      *          which has no script variables to land them in.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "form-play-values" using l-form-name l-form-value-table.

           move upper-case(l-form-name) to ls-form-name

           call "get-form-field-count" using
               ls-form-name ls-field-count ls-repo-return-code
           end-call

           if ls-repo-return-code = 0 or ls-field-count = 0 then
               goback
           end-if

           perform paint-form-labels

           perform walk-form-fields

           perform varying ls-field-idx from 1 by 1
           until ls-field-idx > ls-field-count
               move ls-field-values(ls-field-idx)
                   to l-form-value(ls-field-idx)
           end-perform

           goback.


      *>   Paint every label first, so the operator sees the whole
      *>   screen before entry starts.
       paint-form-labels.

           perform varying ls-field-idx from 1 by 1
           until ls-field-idx > ls-field-count

               call "get-form-field" using
                   ls-form-name ls-field-idx
                   ls-form-field-def ls-repo-return-code
               end-call

               move ls-field-row to ls-entry-row
               move ls-field-col to ls-entry-col

               display ls-field-label
                   at ls-entry-position
               end-display

               move spaces to ls-field-values(ls-field-idx)
           end-perform

           exit paragraph.


      *>   Walk the fields. The operator moves with up/down arrows,
      *>   finishes with Escape or by entering the last field.
       walk-form-fields.

           move 1 to ls-field-idx
           set ls-form-not-done to true

           perform take-one-field-entry
               until ls-form-done

           exit paragraph.


       take-one-field-entry.

           call "get-form-field" using
               when other
      *>           Enter or down arrow -- validate a typed INTEGER
      *>           field before moving on, same rule INPUT applies.
                   move 0 to ls-check-rc
                   if ls-field-element not = spaces then
                       move ls-entry-buffer to ls-check-value
                       call "dictionary-check-value" using
                           ls-field-element
                           ls-check-value
                           ls-check-message
                           ls-check-rc
                       end-call
                   end-if

                   if ls-field-type = "INTEGER"
                       and trim(ls-entry-buffer) is not numeric
                   then
                       display "Whole number required"
                           at line ls-entry-row column 60
                       end-display
                   else
                   if ls-check-rc not = 0 then
                       move ls-entry-buffer
                           to ls-field-values(ls-field-idx)
                       display ls-check-message
                           at line ls-entry-row column 60
                       end-display
                   else
                       move ls-entry-buffer
                           to ls-field-values(ls-field-idx)
                           add 1 to ls-field-idx
                       end-if
                   end-if
                   end-if
           end-evaluate

           exit paragraph.
