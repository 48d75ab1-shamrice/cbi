      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-12-06
      * Last Modified: 2026-10-15
      * Purpose: Process the WRITE# command, e.g. WRITE#1, "some text"
      *          or WRITE#1, RESULT$ -- appends a line to the given
      *          open file number (opened OUTPUT or APPEND via OPEN).
      *          A string variable longer than the value field is
      *          written whole, up to the 32K line.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       01  ls-long-value-rc              pic 9 value 0.

       01  ls-temp-param-buffer          pic x(1024).

       01  ls-file-number-str            pic x(2) value spaces.
                   ls-get-variable-return-code
               end-call

               call "take-long-result" using
                   ls-variable ls-long-string ls-long-value-rc
               end-call

               if ls-get-variable-return-code > 0 then
                   evaluate true
                       when ls-type-integer
                           move ls-variable-value-num to ls-output-line
                       when ls-long-value-rc > 0
                           string
                               '"'
                               ls-long-string-text(1:ls-long-string-len)
                               '"'
                               delimited by size
                               into ls-output-line
                           end-string
                       when other
                           move ls-variable-value to ls-output-line
                   end-evaluate
               else
                   move ls-expr-text to ls-output-line
               end-if
