      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: During loading, registers FORM ... END FORM screen
      *          declarations with the form repository. Field lines
      *          inside a block read:
      *          FIELD "Label", row, col, len, TYPE, VAR
      *          or, for a field described in the data dictionary,
      *          FIELD @ELEMENT, row, col, VAR
      *          taking label, length and type from the element.
      *          Tracks whether loading is inside a FORM block (state
      *          kept in working-storage across calls) and reports it
      *          back so the loader keeps the declaration lines out
           05  ls-field-type             pic x(8).
           05  ls-field-var              pic x(64).
           05  ls-field-lookup           pic 99.
           05  ls-field-element          pic x(32).

       01  ls-lookup-token               pic x(64).
       01  ls-lookup-token-idx           pic 9(4) comp.

       copy "copybooks/local_storage/ls_dictionary_element.cpy".

       linkage section.

               tallying in ls-num-field-tokens
           end-unstring

           if trim(ls-field-tokens(1))(1:1) = "@" then
               perform define-dictionary-field
               goback
           end-if

           if ls-num-field-tokens < 6 then
               call "logger-leveled" using concatenate(
                   "LOAD:PARSE-FORMS :: ERROR : FIELD line needs "

      *>   An optional seventh token names the keyed channel a
      *>   lookup window reads for this field: LOOKUP #3.
           move 7 to ls-lookup-token-idx
           perform set-field-lookup

           call "add-form-field" using ls-form-field-def
           end-call

           goback.


       set-field-lookup.

           move 0 to ls-field-lookup
           if ls-num-field-tokens >= ls-lookup-token-idx then
               move upper-case(trim(
                   ls-field-tokens(ls-lookup-token-idx)))
                   to ls-lookup-token
               inspect ls-lookup-token
                   replacing all "LOOKUP" by spaces
               end-if
           end-if

           exit paragraph.


      *>   FIELD @ELEMENT, row, col, VAR [, LOOKUP #n] -- the label
      *>   is the element's (else its name), the length is its
      *>   length, and a NUM element is entered as an INTEGER.
      *>   The element is kept on the field so the entry is checked
      *>   against it when the form runs.
       define-dictionary-field.

           if ls-num-field-tokens < 4 then
               call "logger-leveled" using concatenate(
                   "LOAD:PARSE-FORMS :: ERROR : FIELD @element line "
                   "needs element, row, col, variable. Line "
                   l-cur-line-num " ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move trim(ls-field-tokens(1)) to ls-dictionary-element-name
           call "dictionary-element" using
               ls-dictionary-element-name
               ls-dictionary-element
               ls-dictionary-return-code
           end-call

           if ls-dictionary-return-code not = 1 then
               call "logger-leveled" using concatenate(
                   "LOAD:PARSE-FORMS :: ERROR : FIELD names unknown "
                   "element " trim(ls-field-tokens(1)) ". Line "
                   l-cur-line-num " ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move spaces to ls-form-field-def

           move ls-de-name to ls-field-element
           move ls-de-label to ls-field-label
           if ls-field-label = spaces then
               move ls-de-name to ls-field-label
           end-if

           if test-numval(trim(ls-field-tokens(2))) = 0 then
               compute ls-field-row =
                   numval(ls-field-tokens(2))
               end-compute
           end-if
           if test-numval(trim(ls-field-tokens(3))) = 0 then
               compute ls-field-col =
                   numval(ls-field-tokens(3))
               end-compute
           end-if

           move 0 to ls-field-len
           if ls-de-length <= 999 then
               move ls-de-length to ls-field-len
           end-if

           if ls-de-type = "NUM" then
               move "INTEGER" to ls-field-type
           else
               move "STRING" to ls-field-type
           end-if

           move upper-case(trim(ls-field-tokens(4)))
               to ls-field-var

           move 5 to ls-lookup-token-idx
           perform set-field-lookup

           call "add-form-field" using ls-form-field-def
           end-call

           exit paragraph.

       end program parse-forms.
