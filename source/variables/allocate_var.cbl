      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-10-12
      * Last Modified: 2026-10-15
      * Purpose: Allocates a new variable. DIM name AS MAP OF type
      *          declares a string-keyed collection instead: only
      *          the map's header is allocated here, each key is
      *          created the first time it is set.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       01  ls-decimal-mode-word          pic x(8) value spaces.
       01  ls-decimal-scrap              pic x(1024) value spaces.

       01  ls-map-clause-count           pic 9(4) comp value 0.
       01  ls-map-elem-text              pic x(1024) value spaces.
       01  ls-map-elem-type              pic x(32) value spaces.
       01  ls-map-type-defined-rc        pic 9 value 0.
       01  ls-map-name-len               pic 9(4) comp value 0.

       linkage section.

       01  l-src-code-str                pic x(1024). 
               goback
           end-if

      *>   DIM TOTALS AS MAP OF DECIMAL -- a keyed collection, not a
      *>   scalar of its element type.
           inspect ls-temp-param-buffer
               tallying ls-map-clause-count for all ws-map-type

           if ls-map-clause-count > 0 then
               perform allocate-map-variable
               goback
           end-if

      *>   Figure out what the new type is for the variable.
           inspect ls-temp-param-buffer
               tallying ls-keyword-count for all ws-string-type
           exit paragraph.


      *> DIM TOTALS AS MAP OF DECIMAL(12,2) / OF STRING / OF
      *> CustomerRec -- declare the header variable, typed MAP, whose
      *> value names the element type. Without OF the element type
      *> comes from the name the way an undeclared variable's does.
       allocate-map-variable.

           if ls-is-array-variable then
               call "logger-leveled" using concatenate(
                   "DIM :: cannot allocate MAP. A MAP takes no "
                   "bounds: " trim(ls-array-base-name))
                   "ERROR"
               end-call
               set l-return-code-false to true
               exit paragraph
           end-if

           move spaces to ls-decimal-scrap
           move spaces to ls-map-elem-text
           unstring ls-temp-param-buffer
               delimited by ws-map-of-clause
               into ls-decimal-scrap ls-map-elem-text
           end-unstring

           move spaces to ls-map-elem-type
           unstring trim(ls-map-elem-text)
               delimited by space or "("
               into ls-map-elem-type
           end-unstring

           if ls-map-elem-type = spaces then
               compute ls-map-name-len =
                   length(trim(ls-array-base-name))
               end-compute
               evaluate ls-array-base-name(ls-map-name-len:1)
                   when "$"
                       move "STRING" to ls-map-elem-type
                   when "!"
                       move "SINGLE" to ls-map-elem-type
                   when "#"
                       move "DOUBLE" to ls-map-elem-type
                   when other
                       call "get-default-type" using
                           ls-array-base-name
                           ls-declare-type
                       end-call
                       move ls-declare-type to ls-map-elem-type
               end-evaluate
           end-if

           evaluate trim(ls-map-elem-type)
               when "INTEGER"
               when "STRING"
               when "SINGLE"
               when "DOUBLE"
                   continue

               when "DECIMAL"
      *>           The scale and rounding clause read the same way
      *>           a DECIMAL scalar's do, registered on the map name
      *>           so every key's value rounds the declared way.
                   move spaces to ls-temp-param-buffer
                   string
                       trim(ls-array-base-name) " AS "
                       trim(ls-map-elem-text)
                       delimited by size
                       into ls-temp-param-buffer
                   end-string
                   perform register-decimal-declaration

               when other
                   call "is-type-defined" using
                       ls-map-elem-type
                       ls-map-type-defined-rc
                   end-call
                   if ls-map-type-defined-rc = 0 then
                       call "logger-leveled" using concatenate(
                           "DIM :: cannot allocate MAP. Element type "
                           "is neither a built-in type nor a "
                           "declared TYPE: " trim(ls-map-elem-type))
                           "ERROR"
                       end-call
                       set l-return-code-false to true
                       exit paragraph
                   end-if
           end-evaluate

           move spaces to ls-declare-variable
           move 0 to ls-declare-value-num
           move 0 to ls-declare-value-dec
           move "MAP" to ls-declare-type
           move ls-array-base-name to ls-declare-name
           move ls-map-elem-type to ls-declare-value

           call "declare-variable" using
               ls-declare-variable
               ls-is-shared-sw
               ls-declare-return-code
           end-call

           if ls-declare-return-code = 0 then
               set l-return-code-false to true
               exit paragraph
           end-if

           call "logger" using concatenate(
               "DIM :: allocated MAP: " trim(ls-array-base-name)
               " OF " trim(ls-map-elem-type))
           end-call

           set l-return-code-true to true

           exit paragraph.


       allocate-one-variable.

           if l-num-variables >= l-max-variables then
