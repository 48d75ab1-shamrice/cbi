      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Central data dictionary, so a field is described
      *          once instead of three times -- position in a MAP
      *          layout, type and bounds in an EDITRULES rules file,
      *          label and length in a FORM block -- and the three
      *          stop drifting apart. The dictionary (dictionary-file
      *          in cbi.cfg via CBI_DICTIONARY_FILE, else
      *          cbi_dictionary.dat in the current directory or the
      *          first CBI_PATH directory holding one) is one element
      *          per line, pipe-delimited:
      *            element|type|length|usage|values|min|max|label|pii
      *          type NUM, ALPHA, DATE or ANY (the edit-rule types);
      *          usage the layout storage, TEXT (default), PACKED or
      *          BINARY; values a /-separated allowed-code list, or
      *          table:NAME for a declared code table; min/max
      *          numeric bounds; label the FORM prompt; pii Y marks
      *          the element for masking (its name becomes a pii-mask
      *          field-name pattern). Element names are upper-cased.
      *          Layouts and edit rules reference an element by
      *          giving @ELEMENT as the field's length, a FORM field
      *          by giving it as the label:
      *            BRANCH|12|@BRANCH-CODE            (.lay)
      *            BR|12|@BRANCH-CODE||Y             (EDITRULES)
      *            FIELD @BRANCH-CODE, 5, 10, BR$    (FORM block)
      *          and every column left blank after it comes from the
      *          element. A FORM field so declared is also checked
      *          against the element as the operator leaves it.
      *            cbi --dictionary [element]
      *          reports each element with every layout, edit-rules
      *          file and FORM that references it, found by reading
      *          the .lay and .bas members of the current directory
      *          and CBI_PATH and the rules files their EDITRULES
      *          statements arm, plus any reference to an element the
      *          dictionary does not hold. State is kept in
      *          working-storage so the dictionary loads once per run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. data-dictionary.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-dictionary-file
               assign to dynamic ws-dictionary-file-name
               organization is line sequential
               file status is ws-dictionary-file-status.

               select optional fd-member-list
               assign to "cbi_dictionary_list.tmp"
               organization is line sequential
               file status is ws-member-list-status.

               select optional fd-scan-file
               assign to dynamic ws-scan-file-name
               organization is line sequential
               file status is ws-scan-file-status.

       data division.

       file section.

       fd  fd-dictionary-file.
       01  f-dictionary-line             pic x(512).

       fd  fd-member-list.
       01  f-member-list-line            pic x(1024).

       fd  fd-scan-file.
       01  f-scan-line                   pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-elements               value 300.
       78  ws-max-usages                 value 1000.
       78  ws-max-rules-files            value 100.
       78  ws-default-dictionary         value "cbi_dictionary.dat".
       78  ws-table-prefix               value "TABLE:".

       01  ws-dictionary-file-name       pic x(1024) value spaces.
       01  ws-dictionary-file-status     pic xx.
           88  ws-dictionary-file-ok     value "00".

       01  ws-member-list-status         pic xx.
           88  ws-member-list-ok         value "00".

       01  ws-scan-file-name             pic x(1024) value spaces.
       01  ws-scan-file-status           pic xx.
           88  ws-scan-file-ok           value "00".

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-file-info                  pic x(16).
       01  ws-shell-command              pic x(2048).

       01  ws-loaded-sw                  pic a value 'N'.
           88  ws-dictionary-loaded      value 'Y'.
           88  ws-dictionary-not-loaded  value 'N'.

       01  ws-element-table.
           05  ws-num-elements           pic 9(4) comp value 0.
           05  ws-element                occurs 300 times.
               10  ws-el-name            pic x(32).
               10  ws-el-type            pic x(8).
               10  ws-el-length          pic 9(4).
               10  ws-el-usage           pic x(8).
               10  ws-el-values          pic x(256).
               10  ws-el-min             pic x(20).
               10  ws-el-max             pic x(20).
               10  ws-el-label           pic x(32).
               10  ws-el-pii-sw          pic a.
                   88  ws-el-pii         value 'Y'.

       01  ws-el-idx                     pic 9(4) comp.
       01  ws-el-found-idx               pic 9(4) comp value 0.
       01  ws-element-name               pic x(32).

      *>   A dictionary line taken apart.
       01  ws-dictionary-fields.
           05  ws-df-name                pic x(64).
           05  ws-df-type                pic x(8).
           05  ws-df-length              pic x(8).
           05  ws-df-usage               pic x(8).
           05  ws-df-values              pic x(256).
           05  ws-df-min                 pic x(20).
           05  ws-df-max                 pic x(20).
           05  ws-df-label               pic x(32).
           05  ws-df-pii                 pic x(4).

      *>   References found by the report.
       01  ws-usage-table.
           05  ws-num-usages             pic 9(4) comp value 0.
           05  ws-usage                  occurs 1000 times.
               10  ws-us-element         pic x(32).
               10  ws-us-kind            pic x(8).
               10  ws-us-file            pic x(256).
               10  ws-us-detail          pic x(128).
       01  ws-us-idx                     pic 9(4) comp.
       01  ws-us-shown                   pic 9(4) comp.

       01  ws-rules-file-table.
           05  ws-num-rules-files        pic 9(4) comp value 0.
           05  ws-rules-file             occurs 100 times.
               10  ws-rf-path            pic x(256).
               10  ws-rf-script          pic x(256).
       01  ws-rf-idx                     pic 9(4) comp.

       01  ws-report-filter              pic x(32) value spaces.
       01  ws-in-form-sw                 pic a value 'N'.
           88  ws-in-form                value 'Y'.
           88  ws-not-in-form            value 'N'.
       01  ws-form-name                  pic x(32).
       01  ws-upper-line                 pic x(1024).
       01  ws-col-1                      pic x(256).
       01  ws-col-2                      pic x(256).
       01  ws-col-3                      pic x(256).
       01  ws-col-4                      pic x(256).
       01  ws-reference                  pic x(256).
       01  ws-rules-name                 pic x(256).
       01  ws-script-dir                 pic x(256).
       01  ws-slash-idx                  pic 9(4) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-scan-len                   pic 9(4) comp.

       01  ws-check-value                pic x(256).
       01  ws-check-number               pic s9(14)v99.
       01  ws-bound-number               pic s9(14)v99.
       01  ws-date-check                 pic 9(8).
       01  ws-values-scan                pic x(260).
       01  ws-value-token                pic x(64).
       01  ws-values-pointer             pic 9(4) comp.
       01  ws-value-found-sw             pic a.
           88  ws-value-found            value 'Y'.
           88  ws-value-not-found        value 'N'.
       01  ws-code-table-name            pic x(32).
       01  ws-code-value                 pic x(64).
       01  ws-code-rc                    pic 9.

       01  ws-count-disp                 pic z(3)9.
       01  ws-length-disp                pic z(3)9.
       01  ws-pattern                    pic x(32).

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-list-eof-sw                pic a value 'N'.
           88  ls-list-eof               value 'Y'.
           88  ls-list-not-eof           value 'N'.

       01  ls-line                       pic x(1024).
       01  ls-member-name                pic x(1024).

       linkage section.

       01  l-element-filter              pic x(32).

       01  l-element-name                pic x(32).

       01  l-dictionary-element.
           05  l-de-name                 pic x(32).
           05  l-de-type                 pic x(8).
           05  l-de-length               pic 9(4).
           05  l-de-usage                pic x(8).
           05  l-de-values               pic x(256).
           05  l-de-min                  pic x(20).
           05  l-de-max                  pic x(20).
           05  l-de-label                pic x(32).
           05  l-de-pii-sw               pic a.

       01  l-check-value                 pic x(64).
       01  l-check-message               pic x(40).
       01  l-return-code                 pic 9.

       procedure division using l-element-filter.

       main-procedure.

           perform load-dictionary

           if ws-num-elements = 0 then
               display
                   "No data dictionary elements found (dictionary-"
                   "file=, else " ws-default-dictionary
                   " here or in CBI_PATH)."
               end-display
               goback
           end-if

           move l-element-filter to ws-element-name
           perform normalize-element-name
           move ws-element-name to ws-report-filter

           move 0 to ws-num-usages
           move 0 to ws-num-rules-files

           perform list-library-members

           open input fd-member-list
           if ws-member-list-ok then
               set ls-list-not-eof to true
               perform until ls-list-eof
                   read fd-member-list into ls-member-name
                       at end set ls-list-eof to true
                       not at end perform scan-one-member
                   end-read
               end-perform
           end-if
           close fd-member-list

           call "CBL_DELETE_FILE" using "cbi_dictionary_list.tmp"
           end-call

           perform varying ws-rf-idx from 1 by 1
           until ws-rf-idx > ws-num-rules-files
               perform scan-rules-file
           end-perform

           perform print-dictionary-report

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point loading the dictionary, once per run,
      *          so its PII elements are registered with pii-mask
      *          before anything is logged about them.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dictionary-load".

           perform load-dictionary

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning one element by name (a
      *          leading @ is ignored): return code 1 and the
      *          element, or 0 and spaces when the dictionary does
      *          not hold it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dictionary-element" using
           l-element-name l-dictionary-element l-return-code.

           perform load-dictionary

           move l-element-name to ws-element-name
           perform normalize-element-name
           perform find-element

           initialize l-dictionary-element
           move 'N' to l-de-pii-sw
           move 0 to l-return-code

           if ws-el-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "DICTIONARY :: WARN : no such element: "
                   trim(ws-element-name))
                   "WARN"
               end-call
               goback
           end-if

           move ws-el-name(ws-el-found-idx) to l-de-name
           move ws-el-type(ws-el-found-idx) to l-de-type
           move ws-el-length(ws-el-found-idx) to l-de-length
           move ws-el-usage(ws-el-found-idx) to l-de-usage
           move ws-el-values(ws-el-found-idx) to l-de-values
           move ws-el-min(ws-el-found-idx) to l-de-min
           move ws-el-max(ws-el-found-idx) to l-de-max
           move ws-el-label(ws-el-found-idx) to l-de-label
           move ws-el-pii-sw(ws-el-found-idx) to l-de-pii-sw
           move 1 to l-return-code

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point checking a value against an element's
      *          type, length, bounds and allowed values: return
      *          code 0 when it passes, 1 with a short message for
      *          the operator when it does not. A blank value
      *          passes -- whether it is required is the caller's
      *          rule, not the element's.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dictionary-check-value" using
           l-element-name l-check-value l-check-message l-return-code.

           perform load-dictionary

           move 0 to l-return-code
           move spaces to l-check-message

           move l-element-name to ws-element-name
           perform normalize-element-name
           perform find-element

           move trim(l-check-value) to ws-check-value

           if ws-el-found-idx = 0 or ws-check-value = spaces then
               goback
           end-if

           perform check-element-value

           goback.


       load-dictionary.

           if ws-dictionary-loaded then
               exit paragraph
           end-if
           set ws-dictionary-loaded to true

           move 0 to ws-num-elements

           perform resolve-dictionary-file
           if ws-dictionary-file-name = spaces then
               exit paragraph
           end-if

           open input fd-dictionary-file
           if not ws-dictionary-file-ok then
               call "logger-leveled" using concatenate(
                   "DICTIONARY :: ERROR : cannot read "
                   trim(ws-dictionary-file-name) " status "
                   ws-dictionary-file-status)
                   "ERROR"
               end-call
               close fd-dictionary-file
               exit paragraph
           end-if

           set ls-not-eof to true
           perform until ls-eof
               read fd-dictionary-file into ls-line
                   at end set ls-eof to true
                   not at end perform collect-dictionary-line
               end-read
           end-perform

           close fd-dictionary-file

           move ws-num-elements to ws-count-disp
           call "logger" using concatenate(
               "DICTIONARY :: Loaded " trim(ws-count-disp)
               " element(s) from " trim(ws-dictionary-file-name))
           end-call

           exit paragraph.


      *>   dictionary-file= names it outright; otherwise the default
      *>   name in the current directory, then each CBI_PATH one.
       resolve-dictionary-file.

           move spaces to ws-dictionary-file-name
           accept ws-dictionary-file-name
               from environment "CBI_DICTIONARY_FILE"
           end-accept
           if ws-dictionary-file-name not = spaces then
               exit paragraph
           end-if

           move ws-default-dictionary to ws-dictionary-file-name
           call "CBL_CHECK_FILE_EXIST" using
               ws-dictionary-file-name ws-file-info
           end-call
           if return-code = 0 then
               exit paragraph
           end-if
           move spaces to ws-dictionary-file-name

           perform collect-library-dirs

           perform varying ws-library-dir-idx from 1 by 1
           until ws-library-dir-idx > ws-num-library-dirs
               move spaces to ws-dictionary-file-name
               string
                   trim(ws-library-dirs(ws-library-dir-idx)) "/"
                   ws-default-dictionary
                   delimited by size
                   into ws-dictionary-file-name
               end-string
               call "CBL_CHECK_FILE_EXIST" using
                   ws-dictionary-file-name ws-file-info
               end-call
               if return-code = 0 then
                   exit perform
               end-if
               move spaces to ws-dictionary-file-name
           end-perform

           move 0 to return-code

           exit paragraph.


       collect-library-dirs.

           move 0 to ws-num-library-dirs
           move spaces to ws-library-path
           accept ws-library-path from environment "CBI_PATH"
           end-accept

           if ws-library-path = spaces then
               exit paragraph
           end-if

           unstring ws-library-path
               delimited by ":"
               into ws-library-dirs(1) ws-library-dirs(2)
                   ws-library-dirs(3) ws-library-dirs(4)
                   ws-library-dirs(5) ws-library-dirs(6)
                   ws-library-dirs(7) ws-library-dirs(8)
               tallying in ws-num-library-dirs
           end-unstring

           exit paragraph.


       collect-dictionary-line.

           if trim(ls-line) = spaces or ls-line(1:1) = "#" then
               exit paragraph
           end-if

           move spaces to ws-dictionary-fields
           unstring ls-line
               delimited by "|"
               into ws-df-name ws-df-type ws-df-length ws-df-usage
                   ws-df-values ws-df-min ws-df-max ws-df-label
                   ws-df-pii
           end-unstring

           move ws-df-name to ws-element-name
           perform normalize-element-name

           if ws-element-name = spaces
               or (trim(ws-df-length) not = spaces
                   and test-numval(trim(ws-df-length)) not = 0)
           then
               call "logger-leveled" using concatenate(
                   "DICTIONARY :: WARN : malformed element line, "
                   "skipped: " trim(ls-line))
                   "WARN"
               end-call
               exit paragraph
           end-if

           perform find-element
           if ws-el-found-idx > 0 then
               call "logger-leveled" using concatenate(
                   "DICTIONARY :: WARN : element "
                   trim(ws-element-name)
                   " defined twice; the first definition stands.")
                   "WARN"
               end-call
               exit paragraph
           end-if

           if ws-num-elements >= ws-max-elements then
               call "logger-leveled" using concatenate(
                   "DICTIONARY :: ERROR : more than "
                   ws-max-elements " elements. Extra elements "
                   "ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-elements
           move ws-element-name to ws-el-name(ws-num-elements)

           move upper-case(trim(ws-df-type))
               to ws-el-type(ws-num-elements)
           if ws-el-type(ws-num-elements) = spaces then
               move "ANY" to ws-el-type(ws-num-elements)
           end-if

           move 0 to ws-el-length(ws-num-elements)
           if trim(ws-df-length) not = spaces then
               compute ws-el-length(ws-num-elements) =
                   numval(ws-df-length)
               end-compute
           end-if

           move upper-case(trim(ws-df-usage))
               to ws-el-usage(ws-num-elements)
           if ws-el-usage(ws-num-elements) = spaces then
               move "TEXT" to ws-el-usage(ws-num-elements)
           end-if

           move trim(ws-df-values) to ws-el-values(ws-num-elements)
           move trim(ws-df-min) to ws-el-min(ws-num-elements)
           move trim(ws-df-max) to ws-el-max(ws-num-elements)
           move trim(ws-df-label) to ws-el-label(ws-num-elements)

           if upper-case(trim(ws-df-pii)) = "Y" then
               move 'Y' to ws-el-pii-sw(ws-num-elements)
               move ws-element-name to ws-pattern
               call "register-mask-pattern" using ws-pattern
               end-call
           else
               move 'N' to ws-el-pii-sw(ws-num-elements)
           end-if

           exit paragraph.


      *>   Upper-cased, trimmed, a leading @ dropped.
       normalize-element-name.

           move upper-case(trim(ws-element-name)) to ws-element-name
           if ws-element-name(1:1) = "@" then
               move ws-element-name(2:) to ws-element-name
           end-if

           exit paragraph.


       find-element.

           move 0 to ws-el-found-idx
           perform varying ws-el-idx from 1 by 1
           until ws-el-idx > ws-num-elements
               if ws-el-name(ws-el-idx) = ws-element-name then
                   move ws-el-idx to ws-el-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   ws-check-value against element ws-el-found-idx; the first
      *>   failure sets the return code and the message.
       check-element-value.

           if ws-el-length(ws-el-found-idx) > 0
               and length(trim(ws-check-value))
                   > ws-el-length(ws-el-found-idx)
           then
               move ws-el-length(ws-el-found-idx) to ws-length-disp
               move concatenate("At most " trim(ws-length-disp)
                   " characters") to l-check-message
               move 1 to l-return-code
               exit paragraph
           end-if

           evaluate ws-el-type(ws-el-found-idx)
               when "NUM"
                   if test-numval(trim(ws-check-value)) not = 0 then
                       move "Number required" to l-check-message
                       move 1 to l-return-code
                       exit paragraph
                   end-if
                   compute ws-check-number = numval(ws-check-value)
                   end-compute

                   if ws-el-min(ws-el-found-idx) not = spaces
                       and test-numval(ws-el-min(ws-el-found-idx))
                           = 0
                   then
                       compute ws-bound-number =
                           numval(ws-el-min(ws-el-found-idx))
                       end-compute
                       if ws-check-number < ws-bound-number then
                           move concatenate("At least "
                               trim(ws-el-min(ws-el-found-idx)))
                               to l-check-message
                           move 1 to l-return-code
                           exit paragraph
                       end-if
                   end-if

                   if ws-el-max(ws-el-found-idx) not = spaces
                       and test-numval(ws-el-max(ws-el-found-idx))
                           = 0
                   then
                       compute ws-bound-number =
                           numval(ws-el-max(ws-el-found-idx))
                       end-compute
                       if ws-check-number > ws-bound-number then
                           move concatenate("At most "
                               trim(ws-el-max(ws-el-found-idx)))
                               to l-check-message
                           move 1 to l-return-code
                           exit paragraph
                       end-if
                   end-if

               when "ALPHA"
                   perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > length(trim(ws-check-value))
                       if ws-check-value(ws-char-idx:1)
                           not alphabetic
                       then
                           move "Letters only" to l-check-message
                           move 1 to l-return-code
                           exit paragraph
                       end-if
                   end-perform

               when "DATE"
                   if ws-check-value(1:8) not numeric then
                       move "Date required (YYYYMMDD)"
                           to l-check-message
                       move 1 to l-return-code
                       exit paragraph
                   end-if
                   move ws-check-value(1:8) to ws-date-check
                   if test-date-yyyymmdd(ws-date-check) not = 0 then
                       move "Date required (YYYYMMDD)"
                           to l-check-message
                       move 1 to l-return-code
                       exit paragraph
                   end-if
           end-evaluate

           if ws-el-values(ws-el-found-idx) = spaces then
               exit paragraph
           end-if

           if upper-case(ws-el-values(ws-el-found-idx)
               (1:length(ws-table-prefix))) = ws-table-prefix
           then
               move ws-el-values(ws-el-found-idx)
                   (length(ws-table-prefix) + 1:)
                   to ws-code-table-name
               move ws-check-value to ws-code-value
               call "codetable-has-code" using
                   ws-code-table-name ws-code-value ws-code-rc
               end-call
               if ws-code-rc not = 1 then
                   move "Not a valid code" to l-check-message
                   move 1 to l-return-code
               end-if
               exit paragraph
           end-if

           set ws-value-not-found to true
           move spaces to ws-values-scan
           string
               trim(ws-el-values(ws-el-found-idx)) "/"
               delimited by size
               into ws-values-scan
           end-string

           move 1 to ws-values-pointer
           perform until ws-values-pointer > length(ws-values-scan)
               or ws-value-found
               move spaces to ws-value-token
               unstring ws-values-scan
                   delimited by "/"
                   into ws-value-token
                   with pointer ws-values-pointer
               end-unstring
               if ws-value-token = spaces then
                   exit perform
               end-if
               if trim(ws-value-token) = trim(ws-check-value) then
                   set ws-value-found to true
               end-if
           end-perform

           if ws-value-not-found then
               move "Not an allowed value" to l-check-message
               move 1 to l-return-code
           end-if

           exit paragraph.


      *>   The .bas and .lay members of the current directory and
      *>   every CBI_PATH directory, as library-scan walks them.
       list-library-members.

           move spaces to ws-library-path
           accept ws-library-path from environment "CBI_PATH"
           end-accept

           move spaces to ws-shell-command

           if ws-library-path = spaces then
               string
                   "ls -1 *.bas *.lay 2>/dev/null"
                   " > cbi_dictionary_list.tmp"
                   delimited by size
                   into ws-shell-command
               end-string
           else
               inspect ws-library-path
                   replacing all ":" by " "
               string
                   "for d in . " trim(ws-library-path)
                   "; do ls -1 $d/*.bas $d/*.lay 2>/dev/null; done"
                   " > cbi_dictionary_list.tmp"
                   delimited by size
                   into ws-shell-command
               end-string
           end-if

           call "SYSTEM" using ws-shell-command
           end-call

           exit paragraph.


       scan-one-member.

           move trim(ls-member-name) to ws-scan-file-name
           if ws-scan-file-name = spaces then
               exit paragraph
           end-if

           move length(trim(ws-scan-file-name)) to ws-scan-len
           if ws-scan-len < 5 then
               exit paragraph
           end-if

           evaluate lower-case(ws-scan-file-name(ws-scan-len - 3:4))
               when ".lay"
                   perform scan-layout-member
               when ".bas"
                   perform scan-script-member
           end-evaluate

           exit paragraph.


      *>   field-name|start|@ELEMENT...
       scan-layout-member.

           open input fd-scan-file
           if ws-scan-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scan-file into ls-line
                       at end set ls-eof to true
                       not at end
                           if trim(ls-line) not = spaces
                               and ls-line(1:1) not = "#"
                           then
                               move spaces to ws-col-1 ws-col-2
                                   ws-col-3
                               unstring ls-line
                                   delimited by "|"
                                   into ws-col-1 ws-col-2 ws-col-3
                               end-unstring
                               if trim(ws-col-3)(1:1) = "@" then
                                   move trim(ws-col-3) to ws-reference
                                   move "LAYOUT" to ws-col-4
                                   move concatenate("field "
                                       trim(ws-col-1) " at "
                                       trim(ws-col-2))
                                       to ws-col-1
                                   perform add-usage
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close fd-scan-file

           exit paragraph.


      *>   FIELD @ELEMENT lines inside FORM blocks, and the rules
      *>   files EDITRULES statements arm.
       scan-script-member.

           set ws-not-in-form to true
           move spaces to ws-form-name

           move ws-scan-file-name to ws-script-dir
           move 0 to ws-slash-idx
           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(trim(ws-script-dir))
               if ws-script-dir(ws-char-idx:1) = "/" then
                   move ws-char-idx to ws-slash-idx
               end-if
           end-perform
           if ws-slash-idx > 0 then
               move spaces to ws-script-dir(ws-slash-idx:)
           else
               move spaces to ws-script-dir
           end-if

           open input fd-scan-file
           if ws-scan-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scan-file into ls-line
                       at end set ls-eof to true
                       not at end perform check-script-line
                   end-read
               end-perform
           end-if
           close fd-scan-file

           exit paragraph.


       check-script-line.

           move trim(ls-line) to ls-line
           move upper-case(ls-line) to ws-upper-line

           if ws-upper-line(1:length(ws-end-form)) = ws-end-form then
               set ws-not-in-form to true
               exit paragraph
           end-if

           if ws-upper-line(1:length(ws-form)) = ws-form then
               set ws-in-form to true
               move trim(ws-upper-line(length(ws-form) + 1:))
                   to ws-form-name
               exit paragraph
           end-if

           if ws-in-form
               and ws-upper-line(1:length(ws-field)) = ws-field
           then
               move spaces to ws-col-1 ws-col-2 ws-col-3 ws-col-4
               unstring ls-line(length(ws-field) + 1:)
                   delimited by ","
                   into ws-col-1 ws-col-2 ws-col-3 ws-col-4
               end-unstring
               if trim(ws-col-1)(1:1) = "@" then
                   move trim(ws-col-1) to ws-reference
                   move "FORM" to ws-col-4
                   move concatenate("form " trim(ws-form-name)
                       " at row " trim(ws-col-2))
                       to ws-col-1
                   perform add-usage
               end-if
               exit paragraph
           end-if

           if ws-upper-line(1:length(ws-editrules)) = ws-editrules
           then
               move spaces to ws-col-1 ws-col-2
               move ls-line(length(ws-editrules) + 1:) to ws-col-4
               inspect ws-col-4 replacing all '"' by space
               unstring ws-col-4
                   delimited by ","
                   into ws-col-1 ws-col-2
               end-unstring
               move trim(ws-col-2) to ws-rules-name
               if ws-rules-name not = spaces then
                   perform add-rules-file
               end-if
           end-if

           exit paragraph.


      *>   A rules file is opened at run time relative to where the
      *>   job runs; failing that here, beside the script.
       add-rules-file.

           call "CBL_CHECK_FILE_EXIST" using
               ws-rules-name ws-file-info
           end-call
           if return-code not = 0 and ws-script-dir not = spaces
               and ws-rules-name(1:1) not = "/"
           then
               move concatenate(trim(ws-script-dir) "/"
                   trim(ws-rules-name)) to ws-rules-name
           end-if
           move 0 to return-code

           perform varying ws-rf-idx from 1 by 1
           until ws-rf-idx > ws-num-rules-files
               if ws-rf-path(ws-rf-idx) = ws-rules-name then
                   exit paragraph
               end-if
           end-perform

           if ws-num-rules-files < ws-max-rules-files then
               add 1 to ws-num-rules-files
               move ws-rules-name to ws-rf-path(ws-num-rules-files)
               move ws-scan-file-name
                   to ws-rf-script(ws-num-rules-files)
           end-if

           exit paragraph.


      *>   rule-id|start|@ELEMENT...
       scan-rules-file.

           move ws-rf-path(ws-rf-idx) to ws-scan-file-name

           open input fd-scan-file
           if ws-scan-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scan-file into ls-line
                       at end set ls-eof to true
                       not at end
                           if trim(ls-line) not = spaces
                               and ls-line(1:1) not = "#"
                           then
                               move spaces to ws-col-1 ws-col-2
                                   ws-col-3
                               unstring ls-line
                                   delimited by "|"
                                   into ws-col-1 ws-col-2 ws-col-3
                               end-unstring
                               if trim(ws-col-3)(1:1) = "@" then
                                   move trim(ws-col-3) to ws-reference
                                   move "RULES" to ws-col-4
                                   move concatenate("rule "
                                       trim(ws-col-1) " (EDITRULES in "
                                       trim(ws-rf-script(ws-rf-idx))
                                       ")")
                                       to ws-col-1
                                   perform add-usage
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close fd-scan-file

           exit paragraph.


      *>   ws-reference used by kind ws-col-4 in ws-scan-file-name,
      *>   described by ws-col-1.
       add-usage.

           if ws-num-usages >= ws-max-usages then
               exit paragraph
           end-if

           move ws-reference to ws-element-name
           perform normalize-element-name

           add 1 to ws-num-usages
           move ws-element-name to ws-us-element(ws-num-usages)
           move ws-col-4 to ws-us-kind(ws-num-usages)
           move ws-scan-file-name to ws-us-file(ws-num-usages)
           move ws-col-1 to ws-us-detail(ws-num-usages)

           exit paragraph.


       print-dictionary-report.

           move ws-num-elements to ws-count-disp
           display
               "DATA DICTIONARY " trim(ws-dictionary-file-name)
               " - " trim(ws-count-disp) " element(s)"
           end-display
           display spaces

           perform varying ws-el-idx from 1 by 1
           until ws-el-idx > ws-num-elements
               if ws-report-filter = spaces
                   or ws-report-filter = ws-el-name(ws-el-idx)
               then
                   perform print-one-element
               end-if
           end-perform

      *>   References the dictionary cannot satisfy.
           move 0 to ws-us-shown
           perform varying ws-us-idx from 1 by 1
           until ws-us-idx > ws-num-usages
               move ws-us-element(ws-us-idx) to ws-element-name
               perform find-element
               if ws-el-found-idx = 0
                   and (ws-report-filter = spaces
                       or ws-report-filter = ws-element-name)
               then
                   if ws-us-shown = 0 then
                       display
                           "References to elements not in the "
                           "dictionary:"
                       end-display
                   end-if
                   add 1 to ws-us-shown
                   display
                       "    @" trim(ws-us-element(ws-us-idx)) "  "
                       ws-us-kind(ws-us-idx) " "
                       trim(ws-us-file(ws-us-idx)) "  "
                       trim(ws-us-detail(ws-us-idx))
                   end-display
               end-if
           end-perform

           exit paragraph.


       print-one-element.

           move ws-el-length(ws-el-idx) to ws-length-disp
           display
               ws-el-name(ws-el-idx) " " ws-el-type(ws-el-idx)
               ws-length-disp " " ws-el-usage(ws-el-idx)
               " PII " ws-el-pii-sw(ws-el-idx) "  "
               trim(ws-el-label(ws-el-idx))
           end-display

           if ws-el-values(ws-el-idx) not = spaces then
               display
                   "    values: " trim(ws-el-values(ws-el-idx))
               end-display
           end-if

           if ws-el-min(ws-el-idx) not = spaces
               or ws-el-max(ws-el-idx) not = spaces
           then
               display
                   "    bounds: " trim(ws-el-min(ws-el-idx)) " .. "
                   trim(ws-el-max(ws-el-idx))
               end-display
           end-if

           move 0 to ws-us-shown
           perform varying ws-us-idx from 1 by 1
           until ws-us-idx > ws-num-usages
               if ws-us-element(ws-us-idx) = ws-el-name(ws-el-idx)
               then
                   add 1 to ws-us-shown
                   display
                       "    " ws-us-kind(ws-us-idx) " "
                       trim(ws-us-file(ws-us-idx)) "  "
                       trim(ws-us-detail(ws-us-idx))
                   end-display
               end-if
           end-perform

           if ws-us-shown = 0 then
               display "    (not referenced)"
           end-if

           display spaces

           exit paragraph.

       end program data-dictionary.
