      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the MAP command, e.g.
      *          MAP #2, "remit"
      *          which loads the shared record layout remit.lay and
      *          skip. The layout file is looked for in the current
      *          directory and then each CBI_PATH library directory,
      *          the same way CHAIN and INCLUDE resolve members.
      *          A length of @ELEMENT takes the field's length, and
      *          a blank type or name, from that data dictionary
      *          element. A layout declaring record types or
      *          repeating groups (TYPE, RECORD, OCCURS lines -- see
      *          record-layout), or one mapped on a channel open FOR
      *          INPUT, is handed to record-layout instead, and GET
      *          and INPUT# apply it to every record read.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       78  ws-layout-suffix              value ".lay".
       78  ws-err-file-not-found         value 53.
       78  ws-err-bad-file-number        value 52.

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
       01  ls-layout-line                pic x(256).
       01  ls-col-name                   pic x(64).
       01  ls-col-start                  pic x(8).
       01  ls-col-len                    pic x(40).
       01  ls-col-type                   pic x(8).

       01  ls-field-start                pic 9(4).

       01  ls-raise-error-code           pic 9(4).

       01  ls-file-mode                  pic x(8).
       01  ls-define-line-rc             pic 9.
       01  ls-directive                  pic x(16).
       01  ls-multi-type-sw              pic a value 'N'.
           88  ls-multi-type-layout      value 'Y'.
           88  ls-flat-layout            value 'N'.

       copy "copybooks/local_storage/ls_dictionary_element.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).
               goback
           end-if

           call "file-open-mode" using ls-file-number ls-file-mode
           end-call

           if ls-file-mode not = "RANDOM"
               and ls-file-mode not = "INPUT"
           then
               call "logger-leveled" using concatenate(
                   "MAP :: ERROR : MAP needs a file number open FOR "
                   "RANDOM or FOR INPUT: " ls-file-number)
                   "ERROR"
               end-call
               close fd-layout-file
               move ws-err-bad-file-number to ls-raise-error-code
               call "raise-runtime-error" using ls-raise-error-code
               end-call
               goback
           end-if

           perform check-layout-kind

      *>   A fresh MAP replaces whatever layout the channel had, the
      *>   same as a new FIELD statement.
           if ls-file-mode = "RANDOM" then
               call "clear-fields" using ls-file-number ls-clear-rc
               end-call
           end-if
           call "record-layout-clear" using ls-file-number
           end-call

           move 1 to ls-next-expected-pos
           perform until ls-eof
               read fd-layout-file into ls-layout-line
                   at end set ls-eof to true
                   not at end
                       if ls-multi-type-layout
                           or ls-file-mode = "INPUT"
                       then
                           perform define-one-mapped-line
                       else
                           perform define-one-layout-field
                       end-if
               end-read
           end-perform

               into ls-col-name ls-col-start ls-col-len ls-col-type
           end-unstring

           if trim(ls-col-len)(1:1) = "@" then
               perform resolve-dictionary-length
               if ls-dictionary-return-code not = 1 then
                   call "logger-leveled" using concatenate(
                       "MAP :: WARN : layout field "
                       trim(ls-col-name) " names unknown element "
                       trim(ls-col-len) ", skipped.")
                       "WARN"
                   end-call
                   exit paragraph
               end-if
           end-if

           if test-numval(trim(ls-col-start)) not = 0
               or test-numval(trim(ls-col-len)) not = 0
           then
           exit paragraph.


      *>   Reads the layout through once for TYPE, RECORD or OCCURS
      *>   lines, then reopens it for loading.
       check-layout-kind.

           set ls-flat-layout to true
           set ls-not-eof to true

           perform until ls-eof
               read fd-layout-file into ls-layout-line
                   at end set ls-eof to true
                   not at end
                       move spaces to ls-directive
                       unstring ls-layout-line
                           delimited by "|"
                           into ls-directive
                       end-unstring
                       evaluate upper-case(trim(ls-directive))
                           when "TYPE"
                           when "RECORD"
                           when "OCCURS"
                               set ls-multi-type-layout to true
                       end-evaluate
               end-read
           end-perform

           close fd-layout-file
           open input fd-layout-file

           exit paragraph.


       define-one-mapped-line.

           call "record-layout-define-line" using
               ls-file-number
               ls-layout-line
               ls-define-line-rc
           end-call

           if ls-define-line-rc = 1
               and trim(ls-layout-line) not = spaces
               and ls-layout-line(1:1) not = "#"
           then
               add 1 to ls-fields-defined
           end-if

           exit paragraph.


      *>   @ELEMENT in the length column: the element's length, and
      *>   its usage and name where the layout leaves them blank.
       resolve-dictionary-length.

           move ls-col-len to ls-dictionary-element-name
           call "dictionary-element" using
               ls-dictionary-element-name
               ls-dictionary-element
               ls-dictionary-return-code
           end-call

           if ls-dictionary-return-code not = 1 then
               exit paragraph
           end-if

           move ls-de-length to ls-col-len
           if ls-col-type = spaces then
               move ls-de-usage to ls-col-type
           end-if
           if ls-col-name = spaces then
               move ls-de-name to ls-col-name
           end-if

           exit paragraph.


      *>   <layout-name>.lay in the current directory first, then
      *>   each CBI_PATH directory in order.
       open-layout-file.
