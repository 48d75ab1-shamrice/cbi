      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-12-06
      * Last Modified: 2026-10-15
      * Purpose: Process the INPUT# command, e.g. INPUT#1, NAME$ --
      *          reads the next line from the given open file number
      *          into the destination variable, instead of prompting
      *          than one destination variable the line is split as
      *          CSV: quoted fields keep their embedded commas, and
      *          doubled quotes inside a quoted field become one
      *          literal quote. A line too long to go through an
      *          assignment into one string destination is set whole,
      *          up to the 32K line, with set-long-variable.
      *          In UTF-8 mode each line is checked as it is read: an
      *          invalid byte sequence raises runtime error 88 and the
      *          offending bytes come through as "?".
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       copy "copybooks/basic_keywords.cpy".

       78  ws-long-line-threshold         value 1000.
       78  ws-err-out-of-string-space     value 14.
       78  ws-err-invalid-utf8            value 88.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       01  ls-long-store-rc               pic 9 value 0.
       01  ls-raise-error-code            pic 9(4).
       01  ls-raise-error-text            pic x(256).

       01  ls-temp-param-buffer          pic x(1024).

       01  ls-file-number-str            pic x(2) value spaces.
       01  ls-file-line                   pic x(32768) value spaces.
       01  ls-read-return-code            pic 9 value 0.

       01  ls-utf8-mode-rc                pic 9 value 0.
           88  ls-utf8-mode               value 1.
       01  ls-utf8-line-len               pic 9(5) comp.
       01  ls-utf8-bad-pos                pic 9(5) comp.
       01  ls-utf8-bad-pos-disp           pic z(4)9.

       01  ls-not-ebcdic-sw               pic a value 'N'.
       01  ls-layout-applied              pic 9 value 0.

       01  ls-assign-var-str              pic x(1024) value spaces.

       01  ls-csv-fields                  pic x(1024) occurs 10 times.
               ls-read-return-code
           end-call

           call "utf8-mode" using ls-utf8-mode-rc end-call
           if ls-utf8-mode and ls-file-line not = spaces then
               perform check-utf8-line
           end-if

           compute ls-dest-name-len = length(trim(ls-dest-var-name))
           end-compute

           if ls-num-dest-vars < 2
               and ls-dest-var-name(ls-dest-name-len:1) = "$"
               and length(trim(ls-file-line)) > ws-long-line-threshold
           then
               perform set-long-line-destination
           else
               if ls-num-dest-vars < 2 then
      *>           One destination -- the whole line, exactly as before.
                   move concatenate(
                       trim(ls-dest-var-name)
                       ' = "'
                       trim(ls-file-line)
                       '"')
                       to ls-assign-var-str

                   call "assign-var" using
                       ls-assign-var-str
                       l-variable-table
                   end-call
               else
      *>           Several destinations -- distribute the line's CSV
      *>           fields, honoring quoted fields with embedded commas
      *>           and doubled quotes.
                   perform split-line-into-csv-fields

                   perform varying ls-dest-var-idx from 1 by 1
                   until ls-dest-var-idx > ls-num-dest-vars

                       move upper-case(trim(
                           ls-dest-var-names(ls-dest-var-idx)))
                           to ls-dest-var-name

                       if ls-dest-var-name = spaces then
                           exit perform
                       end-if

                       move ls-csv-fields(ls-dest-var-idx)
                           to ls-cur-field-value

      *>               A string destination always takes the quoted
      *>               form, even for a numeric-looking field -- the
      *>               repository stores strings with their quotes.
                       compute ls-dest-name-len =
                           length(trim(ls-dest-var-name))
                       end-compute

                       if trim(ls-cur-field-value) is numeric
                           and ls-dest-var-name(ls-dest-name-len:1)
                               not = "$"
                       then
                           move concatenate(
                               trim(ls-dest-var-name)
                               " = "
                               trim(ls-cur-field-value))
                               to ls-assign-var-str
                       else
                           move concatenate(
                               trim(ls-dest-var-name)
                               ' = "'
                               trim(ls-cur-field-value)
                               '"')
                               to ls-assign-var-str
                       end-if

                       call "assign-var" using
                           ls-assign-var-str
                           l-variable-table
                       end-call
                   end-perform
               end-if
           end-if

      *>   A mapped channel distributes the record into the layout
      *>   fields as GET does.
           if ls-file-line not = spaces then
               call "record-layout-apply" using
                   ls-file-number
                   ls-file-line
                   ls-not-ebcdic-sw
                   ls-layout-applied
               end-call
           end-if

           call "logger" using concatenate(
           goback.


      *>   Invalid UTF-8 in the line just read is reported, not passed
      *>   through: the bad bytes become "?" and error 88 is raised.
       check-utf8-line.

           compute ls-utf8-line-len =
               length(trim(ls-file-line trailing))
           end-compute

           call "utf8-repair" using
               ls-file-line ls-utf8-line-len ls-utf8-bad-pos
           end-call

           if ls-utf8-bad-pos = 0 then
               exit paragraph
           end-if

           move ls-utf8-bad-pos to ls-utf8-bad-pos-disp
           move ws-err-invalid-utf8 to ls-raise-error-code
           move spaces to ls-raise-error-text
           string
               "Invalid UTF-8 byte sequence at byte "
               trim(ls-utf8-bad-pos-disp)
               " of the line read from #"
               ls-file-number
               delimited by size
               into ls-raise-error-text
           end-string

           call "raise-runtime-error-text" using
               ls-raise-error-code ls-raise-error-text
           end-call

           exit paragraph.


      *>   One string destination and a line longer than an
      *>   assignment can carry: the whole line goes in as it is.
       set-long-line-destination.

           move spaces to ls-variable
           move ls-dest-var-name to ls-variable-name
           move trim(ls-file-line) to ls-long-string-text
           compute ls-long-string-len = length(trim(ls-file-line))
           end-compute

           call "set-long-variable" using
               ls-variable ls-long-string ls-long-store-rc
           end-call

           if ls-long-store-rc = 0 then
               move spaces to ls-raise-error-text
               string
                   "Out of string space: " trim(ls-dest-var-name)
                   " keeps only its first 1022 bytes"
                   delimited by size
                   into ls-raise-error-text
               end-string
               call "logger-leveled" using concatenate(
                   "INPUT# :: ERROR : " trim(ls-raise-error-text))
                   "ERROR"
               end-call
               move ws-err-out-of-string-space to ls-raise-error-code
               call "raise-runtime-error-text" using
                   ls-raise-error-code ls-raise-error-text
               end-call
           end-if

           exit paragraph.


      *>   Splits ls-file-line into ls-csv-fields. A field wrapped in
      *>   quotes keeps embedded commas; a doubled quote inside a
      *>   quoted field yields one literal quote character.
