      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-12-02
      * Last Modified: 2026-10-15
      * Purpose: Process LEFT$: returns string after x num chars
      *          In UTF-8 mode the count is characters, not bytes.
      *          A long string variable is read at its full length; a
      *          result too long for the value field is handed back
      *          whole as the pending long result.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       
       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       78  ws-long-string-head-len    value 1022.

       01  ls-long-rc                 pic 9 value 0.

       
       01  ls-working-input-value     pic x(1024).

      *>   The quoted value: a full 32K text plus its two quotes.
       01  ls-source-string           pic x(32770).
       01  ls-source-text-len         pic 9(5) comp.
       01  ls-num-chars               pic 9(5) comp.

       01  ls-utf8-mode-rc            pic 9 value 0.
           88  ls-utf8-mode           value 1.
       01  ls-utf8-text-len           pic 9(5) comp.
       01  ls-utf8-chars              pic 9(5) comp.
       01  ls-utf8-bad-pos            pic 9(5) comp.
       01  ls-utf8-char-num           pic 9(5) comp.
       01  ls-utf8-byte-pos           pic 9(5) comp.


       linkage section.       
               "LEFT-FUNC :: source string=" trim(ls-source-string))
           end-call 

           call "utf8-mode" using ls-utf8-mode-rc end-call
           if ls-utf8-mode then
               perform utf8-chars-to-bytes
           end-if

      *>   Past the value field the result goes back whole as the
      *>   pending long result.
           perform measure-source-text
           if ls-num-chars > ls-source-text-len then
               move ls-source-text-len to ls-num-chars
           end-if
           if ls-num-chars > ws-long-string-head-len
               and ls-source-text-len > ws-long-string-head-len
           then
               perform return-long-result
               goback
           end-if

      *>   Add an extra one to account for the start quote in the str val
           add 1 to ls-num-chars

               ls-get-variable-return-code
           end-call 

           call "take-long-result" using
               ls-variable ls-long-string ls-long-rc
           end-call

           if ls-get-variable-return-code > 0 and ls-type-string then 
               if ls-long-rc > 0 then
                   move spaces to ls-source-string
                   string
                       '"'
                       ls-long-string-text(1:ls-long-string-len)
                       '"'
                       delimited by size
                       into ls-source-string
                   end-string
               else
                   move ls-variable-value to ls-source-string
               end-if
           end-if 

           exit paragraph.

      *>   Byte length of the text between the quotes.
       measure-source-text.

           compute ls-source-text-len =
               length(trim(ls-source-string trailing))
           end-compute
           if ls-source-text-len < 2 then
               move 0 to ls-source-text-len
           else
               subtract 2 from ls-source-text-len
           end-if

           exit paragraph.


      *>   The first ls-num-chars bytes in full through set-long-result,
      *>   with the quoted head in the value field.
       return-long-result.

           if ls-num-chars > ls-source-text-len then
               move ls-source-text-len to ls-num-chars
           end-if

           move ls-num-chars to ls-long-string-len
           move spaces to ls-long-string-text
           move ls-source-string(2:ls-num-chars)
               to ls-long-string-text

           string
               '"'
               ls-long-string-text(1:ws-long-string-head-len)
               '"'
               delimited by size
               into l-output-value
           end-string

           call "set-long-result" using ls-long-string
           end-call

           call "logger" using concatenate(
               "LEFT-FUNC :: Returning long result of "
               ls-long-string-len " bytes")
           end-call

           exit paragraph.


      *>   The byte count of the first ls-num-chars characters of the
      *>   text between the quotes.
       utf8-chars-to-bytes.

           compute ls-utf8-text-len = length(trim(ls-source-string))
           end-compute
           if ls-utf8-text-len < 2 then
               exit paragraph
           end-if
           subtract 2 from ls-utf8-text-len

           compute ls-utf8-char-num = ls-num-chars + 1
           end-compute
           call "utf8-char-offset" using
               ls-source-string(2:) ls-utf8-text-len
               ls-utf8-char-num ls-utf8-byte-pos
           end-call

           compute ls-num-chars = ls-utf8-byte-pos - 1
           end-compute

           exit paragraph.

       end function left-func.
