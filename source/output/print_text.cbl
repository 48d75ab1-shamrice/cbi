      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-10-17
      * Last Modified: 2026-10-15
      * Purpose: Process the PRINT command. The "format-using-mask"
      *          entry lends the PRINT USING mask formatting to other
      *          statements (the LETTER placeholders). A string
      *          variable longer than the value field prints whole,
      *          so a PRINT # line carries up to a 32K record.
      *          In UTF-8 mode the cursor, print zones and the PRINT
      *          USING decimal places count characters, not bytes.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       01  ls-long-value-rc              pic 9 value 0.
           88  ls-long-value-taken       value 1.
           88  ls-no-long-value          value 0.

       01  ls-print-src-buffer           pic x(1024) value spaces.

      *>   Trailing ';' suppresses the newline (cursor stays on the
       01  ls-src-trailing-space-count   pic 9(4) comp value 0.
       01  ls-src-last-char-idx          pic 9(4) comp value 0.

       01  ls-print-col-end              pic 9(5) comp value 0.
       01  ls-print-zone-idx             pic 9(4) comp value 0.

       01  ls-trailing-space-count       pic 9(4) comp.

       01  ls-str-pointer                pic 9(4) comp.
       01  ls-last-char-idx              pic 9(5) comp value 1.

       01  ls-temp-variable-idx          pic 9(4) comp value 0.       
       
       01  ls-length-of-str              pic 9(5) comp.       

       01  ls-temp-str-buffer            pic x(1024).
       
       01  ls-output-buffer              pic x(32768).
       
       01  ls-temp-disp-num-val          pic -(16)9.

       01  ls-mask-decimal-places        pic 9(4) comp value 0.
       01  ls-mask-dot-idx               pic 9(4) comp value 0.
       01  ls-mask-char-idx              pic 9(4) comp value 0.
       01  ls-mask-tail-len              pic 9(5) comp value 0.
       01  ls-mask-tail-chars            pic 9(5) comp value 0.

       01  ls-utf8-mode-rc               pic 9 value 0.
           88  ls-utf8-mode              value 1.
       01  ls-utf8-bad-pos               pic 9(5) comp.
       01  ls-print-width                pic 9(5) comp value 0.

       01  ls-mask-has-dollar-sw         pic a value 'N'.
           88  ls-mask-has-dollar        value 'Y'.
      *>   all -- to that open file channel instead (PRINT #n).
       01  l-output-file-number          pic 99.

       01  l-using-mask                  pic x(1024).
       01  l-using-numeric-value         pic S9(12)v9(6).
       01  l-using-formatted             pic x(1024).

       procedure division using
           l-src-code-str l-screen-position l-text-colors
           l-console-width l-output-file-number.

       main-procedure.

           call "utf8-mode" using ls-utf8-mode-rc end-call

           move l-src-code-str to ls-print-src-buffer
           perform detect-print-terminator

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point formatting one number through a PRINT
      *          USING mask, so anything else that prints money
      *          formats it exactly the way PRINT USING does.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "format-using-mask" using
           l-using-mask l-using-numeric-value l-using-formatted.

           call "utf8-mode" using ls-utf8-mode-rc end-call

           move l-using-mask to ls-format-mask
           move l-using-numeric-value to ls-using-numeric-val

           perform apply-print-using-mask

           move trim(ls-using-result) to l-using-formatted

           goback.


       detect-print-terminator.

      *>   Look past trailing spaces for a bare ';' or ',' ending the
                   perform set-variable-value
               end-if

               *> A long string variable comes whole from its pool slot.
               if ls-long-value-taken then
                   perform append-long-value
                   exit perform cycle
               end-if

               *>Calculate number of spaces until trailing double quote
               move zero to ls-trailing-space-count
               inspect reverse(ls-temp-str-buffer)

           subtract 1 from ls-last-char-idx

      *>   The columns the output takes up on screen -- one per
      *>   character in UTF-8 mode, however many bytes each is.
           move ls-last-char-idx to ls-print-width
           if ls-utf8-mode and ls-last-char-idx > 0 then
               call "utf8-length" using
                   ls-output-buffer ls-last-char-idx
                   ls-print-width ls-utf8-bad-pos
               end-call
           end-if

      *>   Paginated output -- the pager emits headers/footers around
      *>   this line on the same channel when PAGELEN has armed it,
      *>   and the control-break engine compares the detail's break
      *>   row. Otherwise PRINT moves the cursor to col 1 of next row.
           evaluate true
               when ls-suppress-newline
                   add ls-print-width to l-scr-col
                   perform wrap-col-to-next-row-if-needed
               when ls-tab-to-print-zone
                   perform advance-to-next-print-zone

       advance-to-next-print-zone.

           compute ls-print-col-end = l-scr-col + ls-print-width
           compute ls-print-zone-idx =
               (ls-print-col-end - 1) / ws-print-zone-width
           compute l-scr-col =
           if ls-mask-dot-idx > 0 then
               compute ls-mask-decimal-places =
                   length(trim(ls-format-mask)) - ls-mask-dot-idx
               end-compute
               if ls-utf8-mode and ls-mask-decimal-places > 0 then
                   move ls-mask-decimal-places to ls-mask-tail-len
                   call "utf8-length" using
                       ls-format-mask(ls-mask-dot-idx + 1:)
                       ls-mask-tail-len
                       ls-mask-tail-chars ls-utf8-bad-pos
                   end-call
                   move ls-mask-tail-chars to ls-mask-decimal-places
               end-if
           end-if

           if ls-mask-decimal-places > 6 then
               ls-get-variable-return-code               
           end-call 

           call "take-long-result" using
               ls-variable ls-long-string ls-long-value-rc
           end-call

           if ls-get-variable-return-code = 0 then 
               exit paragraph
           end-if 
     
           exit paragraph.

       append-long-value.

           set ls-no-long-value to true

           compute ls-length-of-str =
               length(ls-output-buffer) - ls-last-char-idx + 1
           end-compute
           if ls-long-string-len < ls-length-of-str then
               move ls-long-string-len to ls-length-of-str
           end-if

           if ls-length-of-str > 0 then
               move ls-long-string-text(1:ls-length-of-str)
                   to ls-output-buffer(ls-last-char-idx:
                       ls-length-of-str)
               add ls-length-of-str to ls-last-char-idx
           end-if

           exit paragraph.

       end program print-text.
