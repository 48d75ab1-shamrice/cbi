      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-11-22
      * Last Modified: 2026-10-15
      * Purpose: Sets the value of the variable passed in to the indexed
      *          array name. Replacing index variable with numeric value
      *          as needed. The subscript of a DIM'd MAP is a key
      *          instead: a string variable is replaced by its quoted
      *          value and a number is quoted, so TOTALS(CUST$) and
      *          TOTALS("ACME01") name the same element.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       01  ls-member-suffix              pic x(256).
       01  ls-paren-close-idx            pic 9(4) comp value 0.
       01  ls-suffix-char-idx            pic 9(4) comp.

       01  ls-map-key-text               pic x(1024).
       01  ls-map-key-num-disp           pic -(15)9.
       
       linkage section.       

               move trim(ls-temp-index-var-name)
               to ls-temp-array-idx-name

      *>       A MAP's subscript is its key -- quoted, never an index.
               move ls-array-name to ls-variable-name
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call

               if ls-get-variable-return-code > 0
                   and ls-variable-type = "MAP"
               then
                   perform build-map-key-name
                   move ls-assignment-dest to l-array-name
                   goback
               end-if

               call "logger" using ls-temp-array-idx-name
               if trim(ls-temp-array-idx-name) not numeric then 


           goback.


      *>   TOTALS("ACME01") stands as written; TOTALS(CUST$) takes
      *>   the string's value; TOTALS(12) and TOTALS(N) take the
      *>   number, quoted. A string never set is the empty key.
       build-map-key-name.

           move spaces to ls-map-key-text

           evaluate true
               when ls-temp-array-idx-name(1:1) = '"'
                   move ls-temp-array-idx-name to ls-map-key-text

               when trim(ls-temp-array-idx-name) is numeric
                   string
                       '"' trim(ls-temp-array-idx-name) '"'
                       delimited by size
                       into ls-map-key-text
                   end-string

               when other
                   move ls-temp-array-idx-name to ls-variable-name
                   call "get-variable" using
                       ls-variable ls-get-variable-return-code
                   end-call

                   evaluate true
                       when ls-get-variable-return-code = 0
                       when ls-type-string
                           and ls-variable-value = spaces
                           move '""' to ls-map-key-text
                       when ls-type-string
                           move upper-case(trim(ls-variable-value))
                               to ls-map-key-text
                           if ls-map-key-text(1:1) not = '"' then
                               move spaces to ls-map-key-text
                               string
                                   '"'
                                   upper-case(trim(ls-variable-value))
                                   '"'
                                   delimited by size
                                   into ls-map-key-text
                               end-string
                           end-if
                       when ls-type-integer
                           move ls-variable-value-num
                               to ls-map-key-num-disp
                           string
                               '"' trim(ls-map-key-num-disp) '"'
                               delimited by size
                               into ls-map-key-text
                           end-string
                       when other
                           move ls-variable-value-dec
                               to ls-map-key-num-disp
                           string
                               '"' trim(ls-map-key-num-disp) '"'
                               delimited by size
                               into ls-map-key-text
                           end-string
                   end-evaluate
           end-evaluate

           move spaces to ls-assignment-dest
           string
               upper-case(trim(ls-array-name))
               "("
               trim(ls-map-key-text)
               ")"
               trim(ls-member-suffix)
               delimited by size
               into ls-assignment-dest
           end-string

           call "logger" using concatenate(
               "ARRAY-INDEXED-NAME :: MAP element name: "
               trim(ls-assignment-dest))
           end-call

           exit paragraph.

       end program array-indexed-name.
