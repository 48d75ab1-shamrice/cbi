      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: OPTION EXPLICIT. variable-repository creates a
      *          variable the first time a name is used, so a typo
      *          (TOTL.AMT for TOTAL.AMT) is a new zero and a wrong
      *          report. A script whose first statement is
      *            OPTION EXPLICIT
      *          is checked here once it is loaded: every variable
      *          it sets or uses must be declared, earlier in the
      *          script, by DIM, REDIM, CONST, COMMON, a SUB
      *          parameter, FIELD or MAP (every field of the named
      *          layout). A FUNCTION's name is its return value;
      *          TYPE records are declared by the DIM ... AS type of
      *          the record variable, which covers every NAME.FIELD
      *          under it.
      *          ERR, ERL, RECTYPE$ and the result variables MATCH,
      *          MERGE, SUMMARIZE, RECONCILE (RECON.) and AGING set
      *          (MATCH.KEY$ and the like) need no declaration.
      *          Each undeclared name is reported once, at its first
      *          use, with the declared names closest to it so the
      *          typo is obvious, and the program is marked not
      *          valid -- the run refuses to start and --check lists
      *          them, counting them in its summary. The statements
      *          checked are assignments, the expression statements
      *          (IF, WHILE, PRINT, SELECT CASE ...), FOR, INPUT,
      *          INPUT#, READ, DIM and REDIM bounds, ERASE names,
      *          CONST values, CALL arguments, OPEN file names and
      *          WRITE#/PRINT # values. A name followed by ( that is
      *          not a declared array is taken as a built-in
      *          function.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. check-explicit-decls.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

       data division.

       file section.

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       copy "copybooks/basic_op_codes.cpy".

       78  ws-layout-suffix              value ".lay".
       78  ws-max-decls                  value 2000.
       78  ws-max-reported               value 500.
       78  ws-max-near-misses            value 3.
       78  ws-max-near-distance          value 2.

      *>   Declared names with the line that declared them; 0 is a
      *>   FUNCTION name, usable anywhere.
       01  ws-decl-table.
           05  ws-num-decls              pic 9(4) comp value 0.
           05  ws-decl-entry             occurs 2000 times.
               10  ws-decl-name          pic x(64).
               10  ws-decl-line          pic 9(5).

       01  ws-decl-idx                   pic 9(4) comp.
       01  ws-found-decl-idx             pic 9(4) comp.

       01  ws-reported-table.
           05  ws-num-reported           pic 9(4) comp value 0.
           05  ws-reported-name          pic x(64) occurs 500 times.

       01  ws-reported-idx               pic 9(4) comp.
       01  ws-already-reported-sw        pic a value 'N'.
           88  ws-already-reported       value 'Y'.
           88  ws-not-yet-reported       value 'N'.

       01  ws-explicit-sw                pic a value 'N'.
           88  ws-explicit-on            value 'Y'.
           88  ws-explicit-off           value 'N'.

       01  ws-line-idx                   pic 9(10) comp.
       01  ws-first-stmt-line            pic 9(10) comp.
       01  ws-cur-line                   pic 9(5).
       01  ws-cur-op                     pic 99 comp.
       01  ws-stmt                       pic x(1024).
       01  ws-work-text                  pic x(1024).
       01  ws-left-text                  pic x(1024).
       01  ws-right-text                 pic x(1024).
       01  ws-eq-pos                     pic 9(4) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-paren-depth                pic 9(4) comp.
       01  ws-quote-sw                   pic a.
           88  ws-in-quote               value 'Y'.
           88  ws-not-in-quote           value 'N'.

       01  ws-block-sw                   pic a value space.
           88  ws-in-type-block          value 'T'.
           88  ws-in-form-block          value 'F'.
           88  ws-not-in-block           value space.

       01  ws-error-count                pic 9(4) comp value 0.

      *>   Name scanner: quoted literals and numbers are stepped
      *>   over; a name is letters, digits, dots and _ $ % ! &.
       01  ws-scan-text                  pic x(1024).
       01  ws-scan-len                   pic 9(4) comp.
       01  ws-scan-pos                   pic 9(4) comp.
       01  ws-scan-start                 pic 9(4) comp.
       01  ws-peek-pos                   pic 9(4) comp.
       01  ws-token-len                  pic 9(4) comp.
       01  ws-scan-char                  pic x.
           88  ws-scan-char-letter       value "A" thru "Z".
           88  ws-scan-char-digit        value "0" thru "9".
           88  ws-scan-char-name         value "A" thru "Z"
                                               "0" thru "9"
                                               "_" "$" "%" "!"
                                               "&" ".".
       01  ws-token                      pic x(64).
       01  ws-token-prefix               pic x(64).
       01  ws-token-full                 pic x(64).
       01  ws-token-sw                   pic a.
           88  ws-token-found            value 'Y'.
           88  ws-token-none             value 'N'.
       01  ws-token-paren-sw             pic a.
           88  ws-token-has-paren        value 'Y'.
           88  ws-token-no-paren         value 'N'.
       01  ws-stop-word-sw               pic a.
           88  ws-is-stop-word           value 'Y'.
           88  ws-not-stop-word          value 'N'.

      *>   Comma-separated list walker (quotes and parentheses
      *>   respected).
       01  ws-list-text                  pic x(1024).
       01  ws-list-len                   pic 9(4) comp.
       01  ws-list-pos                   pic 9(4) comp.
       01  ws-list-start                 pic 9(4) comp.
       01  ws-item-text                  pic x(1024).
       01  ws-item-sw                    pic a.
           88  ws-item-found             value 'Y'.
           88  ws-item-none              value 'N'.

       01  ws-name-idx                   pic 9(4) comp.
       01  ws-param-idx                  pic 9(4) comp.

      *>   MAP layouts, found the way MAP itself finds them.
       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".
       01  ws-layout-name-token          pic x(256).
       01  ws-layout-opened-sw           pic a value 'N'.
           88  ws-layout-opened          value 'Y'.
           88  ws-layout-not-opened      value 'N'.
       01  ws-layout-eof-sw              pic a value 'N'.
           88  ws-layout-eof             value 'Y'.
           88  ws-layout-not-eof         value 'N'.
       01  ws-layout-line                pic x(256).
       01  ws-col-name                   pic x(64).
       01  ws-col-start                  pic x(8).
       01  ws-col-len                    pic x(40).
       01  ws-col-type                   pic x(64).

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-starting-pointer           pic 9(4) comp.

      *>   Edit distance between the undeclared name and each
      *>   declared one, for the near-miss list.
       01  ws-dist-table.
           05  ws-dist-row               occurs 65 times.
               10  ws-dist-cell          pic 9(3) comp occurs 65 times.
       01  ws-dist-a                     pic x(64).
       01  ws-dist-b                     pic x(64).
       01  ws-dist-a-len                 pic 9(4) comp.
       01  ws-dist-b-len                 pic 9(4) comp.
       01  ws-dist-i                     pic 9(4) comp.
       01  ws-dist-j                     pic 9(4) comp.
       01  ws-dist-cost                  pic 9(3) comp.
       01  ws-dist-best                  pic 9(3) comp.
       01  ws-dist-result                pic 9(3) comp.
       01  ws-try-distance               pic 9(3) comp.
       01  ws-near-count                 pic 9(4) comp.
       01  ws-near-list                  pic x(256).
       01  ws-decl-dist                  pic 9(3) comp
                                         occurs 2000 times.

       01  ws-line-disp                  pic 9(5).
       01  ws-decl-line-disp             pic 9(5).

       copy "copybooks/local_storage/ls_dictionary_element.cpy".

       linkage section.

       01  l-source-data-table.
           05  l-num-lines           pic 9(10) comp value 0.
           05  l-source-data-read    pic x(1024)
                                     occurs 0 to 64000 times
                                     depending on l-num-lines.

       copy "copybooks/linkage_section/l_line_op_table.cpy".

       copy "copybooks/linkage_section/l_sub_boundary_table.cpy".

       copy "copybooks/linkage_section/l_function_boundary_table.cpy".

       01  l-program-valid-sw        pic a value 'Y'.
           88  l-program-valid       value 'Y'.
           88  l-program-not-valid   value 'N'.

       01  l-error-count             pic 9(4) comp.

       procedure division using
           l-source-data-table
           l-line-op-table
           l-sub-boundary-table
           l-function-boundary-table
           l-program-valid-sw
           l-error-count.

       main-procedure.

           set ws-explicit-off to true
           move 0 to ws-first-stmt-line
           move 0 to ws-num-decls
           move 0 to ws-num-reported
           move 0 to ws-error-count
           move 0 to l-error-count

           perform find-option-explicit

           if ws-explicit-off then
               goback
           end-if

           call "logger" using
               "LOAD:CHECK-EXPLICIT :: OPTION EXPLICIT in effect."
           end-call

           perform declare-sub-and-function-names

           set ws-not-in-block to true
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > l-num-lines
               perform take-statement
               perform declare-from-statement
           end-perform

           set ws-not-in-block to true
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > l-num-lines
               perform take-statement
               perform check-statement-uses
           end-perform

           if ws-error-count > 0 then
               set l-program-not-valid to true
           end-if
           move ws-error-count to l-error-count

           goback.


      *>   OPTION EXPLICIT anywhere turns the check on; anywhere but
      *>   the first statement is itself an error, since it governs
      *>   the whole script.
       find-option-explicit.

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > l-num-lines
               move upper-case(trim(l-source-data-read(ws-line-idx)))
                   to ws-stmt
               if ws-stmt not = spaces and ws-first-stmt-line = 0 then
                   move ws-line-idx to ws-first-stmt-line
               end-if
               if ws-stmt = ws-option-explicit then
                   set ws-explicit-on to true
                   if ws-line-idx not = ws-first-stmt-line then
                       move ws-line-idx to ws-line-disp
                       display
                           "ERROR: OPTION EXPLICIT at line "
                           ws-line-disp
                           " must be the first statement of the script"
                       end-display
                       add 1 to ws-error-count
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   SUB parameters are declared from their SUB line on; a
      *>   FUNCTION's name is its return value and can be used, as a
      *>   call, anywhere.
       declare-sub-and-function-names.

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > l-num-functions
               move l-function-name(ws-name-idx) to ws-token
               move 0 to ws-cur-line
               perform add-declaration
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > l-num-subs
               move l-sub-start(ws-name-idx) to ws-cur-line
               perform varying ws-param-idx from 1 by 1
               until ws-param-idx > l-sub-num-params(ws-name-idx)
                   move upper-case(trim(
                       l-sub-param-name(ws-name-idx, ws-param-idx)))
                       to ws-token
                   perform add-declaration
               end-perform
           end-perform

           exit paragraph.


      *>   The statement at ws-line-idx, upper-cased, with LET
      *>   dropped; lines inside TYPE and FORM blocks are blanked.
       take-statement.

           move ws-line-idx to ws-cur-line
           move l-line-op(ws-line-idx) to ws-cur-op
           move upper-case(trim(l-source-data-read(ws-line-idx)))
               to ws-stmt

           if ws-stmt(1:4) = "LET " then
               move trim(ws-stmt(5:)) to ws-stmt
           end-if

           evaluate true
               when ws-in-type-block
                   if ws-stmt(1:length(ws-end-type)) = ws-end-type then
                       set ws-not-in-block to true
                   end-if
                   move spaces to ws-stmt

               when ws-in-form-block
                   if ws-stmt(1:length(ws-end-form)) = ws-end-form then
                       set ws-not-in-block to true
                   end-if
                   move spaces to ws-stmt

               when ws-cur-op = ws-op-none
                   and ws-stmt(1:length(ws-type)) = ws-type
                   set ws-in-type-block to true
                   move spaces to ws-stmt

               when ws-cur-op = ws-op-none
                   and ws-stmt(1:length(ws-form)) = ws-form
                   set ws-in-form-block to true
                   move spaces to ws-stmt
           end-evaluate

           exit paragraph.


      ******************************************************************
      * Declarations.
      ******************************************************************
       declare-from-statement.

           if ws-stmt = spaces then
               exit paragraph
           end-if

           evaluate true
               when ws-cur-op = ws-op-dim
                   if ws-stmt(1:length(ws-dim-shared)) = ws-dim-shared
                   then
                       move ws-stmt(length(ws-dim-shared) + 1:)
                           to ws-list-text
                   else
                       move ws-stmt(length(ws-dim) + 1:)
                           to ws-list-text
                   end-if
                   perform declare-first-name-of-each-item

               when ws-cur-op = ws-op-redim
                   perform take-redim-list
                   perform declare-first-name-of-each-item

               when ws-cur-op = ws-op-common
                   move ws-stmt(length(ws-common) + 1:)
                       to ws-list-text
                   if trim(ws-list-text)(1:7) = "SHARED " then
                       move trim(ws-list-text)(8:) to ws-list-text
                   end-if
                   perform declare-first-name-of-each-item

               when ws-cur-op = ws-op-none
                   and ws-stmt(1:length(ws-const)) = ws-const
                   move ws-stmt(length(ws-const) + 1:) to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform add-declaration
                   end-if

               when ws-cur-op = ws-op-param
                   move ws-stmt(length(ws-param) + 1:) to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform add-declaration
                   end-if

               when ws-cur-op = ws-op-field
                   perform declare-field-names

               when ws-cur-op = ws-op-map
                   perform declare-map-layout-names
           end-evaluate

           exit paragraph.


       declare-first-name-of-each-item.

           perform start-list-walk
           perform next-list-item
           perform until ws-item-none
               move ws-item-text to ws-scan-text
               perform set-scan-length
               perform next-scan-token
               if ws-token-found then
                   perform add-declaration
               end-if
               perform next-list-item
           end-perform

           exit paragraph.


      *>   FIELD #n, width AS NAME$, width AS NAME2$ ...
       declare-field-names.

           move ws-stmt(length(ws-field) + 1:) to ws-list-text
           perform start-list-walk
           perform next-list-item
           perform until ws-item-none
               move spaces to ws-left-text
               move spaces to ws-right-text
               unstring ws-item-text delimited by " AS "
                   into ws-left-text ws-right-text
               end-unstring
               if ws-right-text not = spaces then
                   move ws-right-text to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform add-declaration
                   end-if
               end-if
               perform next-list-item
           end-perform

           exit paragraph.


      *>   MAP #n, "layout" declares every field of layout.lay. A
      *>   layout that cannot be found now would fail the MAP at run
      *>   time, so it is reported here.
       declare-map-layout-names.

           move ws-stmt(length(ws-map) + 1:) to ws-work-text
           inspect ws-work-text replacing all '"' by space
           move spaces to ws-left-text
           move spaces to ws-layout-name-token
           unstring ws-work-text delimited by ","
               into ws-left-text ws-layout-name-token
           end-unstring
           move trim(ws-layout-name-token) to ws-layout-name-token

           if ws-layout-name-token = spaces then
               exit paragraph
           end-if

           perform open-layout-file

           if ws-layout-not-opened then
               move ws-cur-line to ws-line-disp
               display
                   "ERROR: OPTION EXPLICIT cannot check the MAP at "
                   "line " ws-line-disp ": layout "
                   trim(lower-case(ws-layout-name-token))
                   ws-layout-suffix " not found"
               end-display
               add 1 to ws-error-count
               exit paragraph
           end-if

           set ws-layout-not-eof to true
           perform until ws-layout-eof
               read fd-layout-file into ws-layout-line
                   at end set ws-layout-eof to true
                   not at end
                       perform declare-layout-line-name
               end-read
           end-perform

           close fd-layout-file

           exit paragraph.


       declare-layout-line-name.

           if trim(ws-layout-line) = spaces
               or ws-layout-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ws-col-name
           move spaces to ws-col-start
           move spaces to ws-col-len
           move spaces to ws-col-type
           unstring ws-layout-line delimited by "|"
               into ws-col-name ws-col-start ws-col-len ws-col-type
           end-unstring
           move upper-case(trim(ws-col-name)) to ws-col-name

           evaluate ws-col-name
               when "TYPE"
                   move upper-case(trim(ws-col-type)) to ws-token
                   if ws-token = spaces then
                       move "RECTYPE$" to ws-token
                   end-if
                   perform add-declaration
                   exit paragraph
               when "RECORD"
               when "OCCURS"
               when "END OCCURS"
                   exit paragraph
           end-evaluate

           if ws-col-name = spaces
               and trim(ws-col-len)(1:1) = "@"
           then
               move trim(ws-col-len) to ls-dictionary-element-name
               call "dictionary-element" using
                   ls-dictionary-element-name
                   ls-dictionary-element
                   ls-dictionary-return-code
               end-call
               if ls-dictionary-return-code = 1 then
                   move upper-case(trim(ls-de-name)) to ws-col-name
               end-if
           end-if

           if ws-col-name not = spaces then
               move ws-col-name to ws-token
               perform add-declaration
           end-if

           exit paragraph.


       open-layout-file.

           set ws-layout-not-opened to true

           move spaces to ws-layout-file-name
           string
               trim(lower-case(ws-layout-name-token)) ws-layout-suffix
               delimited by size
               into ws-layout-file-name
           end-string

           open input fd-layout-file
           if ws-layout-status-ok then
               set ws-layout-opened to true
               exit paragraph
           end-if
           close fd-layout-file

      *>   The script may name the layout in either case.
           move spaces to ws-layout-file-name
           string
               trim(ws-layout-name-token) ws-layout-suffix
               delimited by size
               into ws-layout-file-name
           end-string

           open input fd-layout-file
           if ws-layout-status-ok then
               set ws-layout-opened to true
               exit paragraph
           end-if
           close fd-layout-file

           perform collect-library-dirs

           perform varying ws-library-dir-idx from 1 by 1
           until ws-library-dir-idx > ws-num-library-dirs
               or ws-layout-opened

               move spaces to ws-layout-file-name
               string
                   trim(ws-library-dirs(ws-library-dir-idx))
                   "/"
                   trim(lower-case(ws-layout-name-token))
                   ws-layout-suffix
                   delimited by size
                   into ws-layout-file-name
               end-string

               open input fd-layout-file

               if ws-layout-status-ok then
                   set ws-layout-opened to true
               else
                   close fd-layout-file
               end-if
           end-perform

           exit paragraph.


      *>   Splits the colon-separated CBI_PATH into its directory
      *>   list, the same way MAP does.
       collect-library-dirs.

           move 0 to ws-num-library-dirs
           move spaces to ws-library-path

           accept ws-library-path from environment "CBI_PATH"
           end-accept

           if ws-library-path = spaces then
               exit paragraph
           end-if

           move 1 to ws-starting-pointer

           perform until ws-starting-pointer
               > length(trim(ws-library-path))
               or ws-num-library-dirs >= 8

               add 1 to ws-num-library-dirs
               move spaces
                   to ws-library-dirs(ws-num-library-dirs)

               unstring ws-library-path
                   delimited by ":"
                   into ws-library-dirs(ws-num-library-dirs)
                   with pointer ws-starting-pointer
               end-unstring

               if ws-library-dirs(ws-num-library-dirs) = spaces
               then
                   subtract 1 from ws-num-library-dirs
               end-if
           end-perform

           exit paragraph.


      *>   Keeps the earliest declaring line of a name.
       add-declaration.

           perform find-declaration
           if ws-found-decl-idx > 0 then
               if ws-cur-line < ws-decl-line(ws-found-decl-idx) then
                   move ws-cur-line to ws-decl-line(ws-found-decl-idx)
               end-if
               exit paragraph
           end-if

           if ws-num-decls >= ws-max-decls then
               exit paragraph
           end-if

           add 1 to ws-num-decls
           move ws-token to ws-decl-name(ws-num-decls)
           move ws-cur-line to ws-decl-line(ws-num-decls)

           exit paragraph.


       find-declaration.

           move 0 to ws-found-decl-idx
           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-decls
               if ws-decl-name(ws-decl-idx) = ws-token then
                   move ws-decl-idx to ws-found-decl-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      ******************************************************************
      * Uses.
      ******************************************************************
       check-statement-uses.

           if ws-stmt = spaces then
               exit paragraph
           end-if

           evaluate true
               when ws-cur-op = ws-op-end-status
               when ws-cur-op = ws-op-print
               when ws-cur-op = ws-op-lprint
               when ws-cur-op = ws-op-assert
                   move ws-stmt to ws-scan-text
                   perform check-names-in-scan-text

               when ws-cur-op = ws-op-dim
               when ws-cur-op = ws-op-redim
                   perform check-dim-bounds

               when ws-cur-op = ws-op-erase
                   move ws-stmt(length(ws-erase) + 1:) to ws-scan-text
                   perform check-names-in-scan-text

               when ws-cur-op = ws-op-input
               when ws-cur-op = ws-op-input-hash
                   perform take-input-list
                   perform check-list-items

               when ws-cur-op = ws-op-read-restore
                   and ws-stmt(1:length(ws-read)) = ws-read
                   perform take-input-list
                   perform check-list-items

               when ws-cur-op = ws-op-open
                   move spaces to ws-left-text
                   unstring ws-stmt delimited by " FOR "
                       into ws-left-text
                   end-unstring
                   move ws-left-text(length(ws-open) + 1:)
                       to ws-scan-text
                   perform check-names-in-scan-text

               when ws-cur-op = ws-op-write-hash
               when ws-cur-op = ws-op-print-hash
                   perform check-channel-output-values

               when ws-cur-op = ws-op-call
                   perform check-call-arguments

               when ws-cur-op = ws-op-on-goto
                   move spaces to ws-left-text
                   unstring ws-stmt delimited by " GOTO " or " GOSUB "
                       into ws-left-text
                   end-unstring
                   move ws-left-text(length(ws-on) + 1:)
                       to ws-scan-text
                   perform check-names-in-scan-text

               when ws-cur-op not = ws-op-none
                   continue

               when ws-stmt = ws-option-explicit
                   continue

               when ws-stmt(1:length(ws-const)) = ws-const
                   perform find-top-level-equals
                   if ws-eq-pos > 0 then
                       move ws-stmt(ws-eq-pos + 1:) to ws-scan-text
                       perform check-names-in-scan-text
                   end-if

               when ws-stmt(1:length(ws-goto)) = ws-goto
                   or ws-stmt(1:length(ws-gosub)) = ws-gosub
                   or ws-stmt(1:7) = "RESUME "
                   or ws-stmt(1:length(ws-sub)) = ws-sub
                   or ws-stmt(1:length(ws-function)) = ws-function
                   or ws-stmt(1:length(ws-declare)) = ws-declare
                   or ws-stmt(1:length(ws-end-sub)) = ws-end-sub
                   or ws-stmt(1:length(ws-end-function))
                       = ws-end-function
                   or ws-stmt(1:length(ws-end-if)) = ws-end-if
                   or ws-stmt(1:length(ws-end-select))
                       = ws-end-select
                   or ws-stmt(1:length(ws-exit-sub)) = ws-exit-sub
                   or ws-stmt = ws-return
                   or ws-stmt = ws-else
                   or ws-stmt = ws-case-else
                   or ws-stmt = ws-wend
                   or ws-stmt = ws-loop
                   or ws-stmt = ws-do
                   continue

               when ws-stmt(1:length(ws-for)) = ws-for
                   or ws-stmt(1:length(ws-if)) = ws-if
                   or ws-stmt(1:length(ws-elseif)) = ws-elseif
                   or ws-stmt(1:length(ws-while)) = ws-while
                   or ws-stmt(1:length(ws-do)) = ws-do
                   or ws-stmt(1:length(ws-loop)) = ws-loop
                   or ws-stmt(1:length(ws-select-case))
                       = ws-select-case
                   or ws-stmt(1:length(ws-case)) = ws-case
                   or ws-stmt(1:length(ws-next)) = ws-next
                   move ws-stmt to ws-scan-text
                   perform check-names-in-scan-text

               when other
                   perform check-assignment-or-bare-call
           end-evaluate

           exit paragraph.


      *>   NAME = value: both sides. A bare statement naming a SUB
      *>   is a call; its arguments are checked. Anything else --
      *>   line labels among them -- is left alone.
       check-assignment-or-bare-call.

           perform find-top-level-equals

           move ws-stmt to ws-scan-text
           perform set-scan-length
           perform next-scan-token
           if ws-token-none then
               exit paragraph
           end-if

           if ws-eq-pos > 1 then
               perform check-stop-word
               if ws-not-stop-word then
                   move ws-stmt to ws-scan-text
                   perform check-names-in-scan-text
               end-if
               exit paragraph
           end-if

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > l-num-subs
               if l-sub-name(ws-name-idx) = ws-token then
                   perform check-names-from-scan-pos
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-top-level-equals.

           move 0 to ws-eq-pos
           move 0 to ws-paren-depth
           set ws-not-in-quote to true

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(ws-stmt)
               or ws-eq-pos > 0
               evaluate true
                   when ws-stmt(ws-char-idx:1) = '"'
                       if ws-in-quote then
                           set ws-not-in-quote to true
                       else
                           set ws-in-quote to true
                       end-if
                   when ws-in-quote
                       continue
                   when ws-stmt(ws-char-idx:1) = "("
                       add 1 to ws-paren-depth
                   when ws-stmt(ws-char-idx:1) = ")"
                       and ws-paren-depth > 0
                       subtract 1 from ws-paren-depth
                   when ws-stmt(ws-char-idx:1) = "="
                       and ws-paren-depth = 0
                       move ws-char-idx to ws-eq-pos
               end-evaluate
           end-perform

           exit paragraph.


      *>   DIM NAME(bounds) AS type: the bounds. REDIM the same.
       check-dim-bounds.

           evaluate true
               when ws-cur-op = ws-op-redim
                   perform take-redim-list
               when ws-stmt(1:length(ws-dim-shared)) = ws-dim-shared
                   move ws-stmt(length(ws-dim-shared) + 1:)
                       to ws-list-text
               when other
                   move ws-stmt(length(ws-dim) + 1:) to ws-list-text
           end-evaluate
           perform start-list-walk

           perform next-list-item
           perform until ws-item-none
               move spaces to ws-left-text
               unstring ws-item-text delimited by " AS "
                   into ws-left-text
               end-unstring
               move ws-left-text to ws-scan-text
               perform set-scan-length
               perform next-scan-token
               perform check-names-from-scan-pos
               perform next-list-item
           end-perform

           exit paragraph.


      *>   REDIM [PRESERVE] [SHARED] NAME(bounds) [AS type]: the
      *>   array after the options.
       take-redim-list.

           move trim(ws-stmt(length(ws-redim) + 1:)) to ws-list-text
           perform 2 times
               evaluate true
                   when ws-list-text(1:length(ws-redim-preserve))
                       = ws-redim-preserve
                       move trim(ws-list-text(
                           length(ws-redim-preserve) + 1:))
                           to ws-list-text
                   when ws-list-text(1:length(ws-redim-shared))
                       = ws-redim-shared
                       move trim(ws-list-text(
                           length(ws-redim-shared) + 1:))
                           to ws-list-text
               end-evaluate
           end-perform

           exit paragraph.


      *>   The variable list of INPUT, INPUT# or READ: after the
      *>   prompt literal or the channel number.
       take-input-list.

           move spaces to ws-list-text

           evaluate true
               when ws-stmt(1:length(ws-read)) = ws-read
                   move ws-stmt(length(ws-read) + 1:) to ws-list-text

               when ws-stmt(1:length(ws-input-hash)) = ws-input-hash
                   move spaces to ws-left-text
                   unstring ws-stmt delimited by ","
                       into ws-left-text
                   end-unstring
                   if length(trim(ws-left-text))
                       < length(trim(ws-stmt))
                   then
                       move ws-stmt(length(trim(ws-left-text)) + 2:)
                           to ws-list-text
                   end-if

               when other
                   move trim(ws-stmt(length(ws-input) + 1:))
                       to ws-work-text
                   if ws-work-text(1:1) = '"' then
                       move 0 to ws-eq-pos
                       perform varying ws-char-idx from 2 by 1
                       until ws-char-idx > length(ws-work-text)
                           or ws-eq-pos > 0
                           if ws-work-text(ws-char-idx:1) = '"' then
                               move ws-char-idx to ws-eq-pos
                           end-if
                       end-perform
                       move spaces to ws-list-text
                       if ws-eq-pos > 0
                           and ws-eq-pos < length(ws-work-text)
                       then
                           move trim(ws-work-text(ws-eq-pos + 1:))
                               to ws-work-text
                           if ws-work-text(1:1) = ";"
                               or ws-work-text(1:1) = ","
                           then
                               move ws-work-text(2:) to ws-work-text
                           end-if
                           move ws-work-text to ws-list-text
                       end-if
                   else
                       move ws-work-text to ws-list-text
                   end-if
           end-evaluate

           exit paragraph.


       check-list-items.

           move ws-list-text to ws-scan-text
           perform check-names-in-scan-text

           exit paragraph.


       check-channel-output-values.

           if ws-cur-op = ws-op-write-hash then
               move ws-stmt(length(ws-write-hash) + 1:) to ws-work-text
           else
               move ws-stmt(length(ws-print-hash) + 1:) to ws-work-text
           end-if
           move trim(ws-work-text) to ws-work-text

           move spaces to ws-left-text
           unstring ws-work-text delimited by ","
               into ws-left-text
           end-unstring

           if length(trim(ws-left-text)) < length(trim(ws-work-text))
           then
               move ws-work-text(length(trim(ws-left-text)) + 2:)
                   to ws-scan-text
               perform check-names-in-scan-text
           end-if

           exit paragraph.


      *>   CALL NAME(args) or CALL NAME args: the arguments.
       check-call-arguments.

           move ws-stmt(length(ws-call) + 1:) to ws-scan-text
           perform set-scan-length
           perform next-scan-token
           if ws-token-found then
               perform check-names-from-scan-pos
           end-if

           exit paragraph.


      ******************************************************************
      * Name scanner and the declared-name test.
      ******************************************************************
       check-names-in-scan-text.

           perform set-scan-length
           perform check-names-from-scan-pos

           exit paragraph.


       check-names-from-scan-pos.

           perform next-scan-token
           perform until ws-token-none
               perform check-one-name
               perform next-scan-token
           end-perform

           exit paragraph.


       check-one-name.

           perform check-stop-word
           if ws-is-stop-word then
               exit paragraph
           end-if

           perform find-declaration
           if ws-found-decl-idx > 0 then
               if ws-decl-line(ws-found-decl-idx) > ws-cur-line then
                   perform report-used-before-declared
               end-if
               exit paragraph
           end-if

      *>   A name followed by ( that is not a declared array is one
      *>   of the built-in functions.
           if ws-token-has-paren then
               exit paragraph
           end-if

      *>   NAME.FIELD of a declared record variable, or of a
      *>   statement's result record.
           move spaces to ws-token-prefix
           unstring ws-token delimited by "."
               into ws-token-prefix
           end-unstring
           if ws-token-prefix not = ws-token then
               evaluate ws-token-prefix
                   when "MATCH"
                   when "MERGE"
                   when "SUMMARIZE"
                   when "RECON"
                   when "AGING"
                       exit paragraph
               end-evaluate
               move ws-token to ws-token-full
               move ws-token-prefix to ws-token
               perform find-declaration
               move ws-token-full to ws-token
               if ws-found-decl-idx > 0 then
                   exit paragraph
               end-if
           end-if

           perform report-undeclared-name

           exit paragraph.


       report-used-before-declared.

           perform check-already-reported
           if ws-already-reported then
               exit paragraph
           end-if

           move ws-cur-line to ws-line-disp
           move ws-decl-line(ws-found-decl-idx) to ws-decl-line-disp
           display
               "ERROR: " trim(ws-token) " at line " ws-line-disp
               " is used before its declaration at line "
               ws-decl-line-disp " (OPTION EXPLICIT)"
           end-display
           add 1 to ws-error-count

           exit paragraph.


       report-undeclared-name.

           perform check-already-reported
           if ws-already-reported then
               exit paragraph
           end-if

           perform find-near-misses

           move ws-cur-line to ws-line-disp
           if ws-near-count > 0 then
               display
                   "ERROR: " trim(ws-token) " at line " ws-line-disp
                   " is not declared (OPTION EXPLICIT). Did you mean: "
                   trim(ws-near-list) "?"
               end-display
           else
               display
                   "ERROR: " trim(ws-token) " at line " ws-line-disp
                   " is not declared (OPTION EXPLICIT)."
               end-display
           end-if
           add 1 to ws-error-count

           exit paragraph.


      *>   Each name is reported once, at its first use.
       check-already-reported.

           set ws-not-yet-reported to true
           perform varying ws-reported-idx from 1 by 1
           until ws-reported-idx > ws-num-reported
               if ws-reported-name(ws-reported-idx) = ws-token then
                   set ws-already-reported to true
                   exit paragraph
               end-if
           end-perform

           if ws-num-reported < ws-max-reported then
               add 1 to ws-num-reported
               move ws-token to ws-reported-name(ws-num-reported)
           end-if

           exit paragraph.


      *>   Up to three declared names within two edits of the
      *>   undeclared one, closest first.
       find-near-misses.

           move 0 to ws-near-count
           move spaces to ws-near-list
           move ws-token to ws-dist-a

           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-decls
               move ws-decl-name(ws-decl-idx) to ws-dist-b
               perform compute-edit-distance
               move ws-dist-result to ws-decl-dist(ws-decl-idx)
           end-perform

           perform varying ws-try-distance from 1 by 1
           until ws-try-distance > ws-max-near-distance
               or ws-near-count >= ws-max-near-misses
               perform varying ws-decl-idx from 1 by 1
               until ws-decl-idx > ws-num-decls
                   or ws-near-count >= ws-max-near-misses
                   if ws-decl-dist(ws-decl-idx) = ws-try-distance
                       and ws-try-distance
                           < length(trim(ws-token))
                   then
                       add 1 to ws-near-count
                       if ws-near-count = 1 then
                           move trim(ws-decl-name(ws-decl-idx))
                               to ws-near-list
                       else
                           move concatenate(trim(ws-near-list) ", "
                               trim(ws-decl-name(ws-decl-idx)))
                               to ws-near-list
                       end-if
                   end-if
               end-perform
           end-perform

           exit paragraph.


      *>   Levenshtein distance between ws-dist-a and ws-dist-b.
       compute-edit-distance.

           move length(trim(ws-dist-a)) to ws-dist-a-len
           move length(trim(ws-dist-b)) to ws-dist-b-len

           perform varying ws-dist-i from 0 by 1
           until ws-dist-i > ws-dist-a-len
               move ws-dist-i to ws-dist-cell(ws-dist-i + 1, 1)
           end-perform
           perform varying ws-dist-j from 0 by 1
           until ws-dist-j > ws-dist-b-len
               move ws-dist-j to ws-dist-cell(1, ws-dist-j + 1)
           end-perform

           perform varying ws-dist-i from 1 by 1
           until ws-dist-i > ws-dist-a-len
               perform varying ws-dist-j from 1 by 1
               until ws-dist-j > ws-dist-b-len
                   if ws-dist-a(ws-dist-i:1) = ws-dist-b(ws-dist-j:1)
                   then
                       move 0 to ws-dist-cost
                   else
                       move 1 to ws-dist-cost
                   end-if

                   compute ws-dist-best =
                       ws-dist-cell(ws-dist-i, ws-dist-j) + ws-dist-cost
                   end-compute
                   if ws-dist-cell(ws-dist-i, ws-dist-j + 1) + 1
                       < ws-dist-best
                   then
                       compute ws-dist-best =
                           ws-dist-cell(ws-dist-i, ws-dist-j + 1) + 1
                       end-compute
                   end-if
                   if ws-dist-cell(ws-dist-i + 1, ws-dist-j) + 1
                       < ws-dist-best
                   then
                       compute ws-dist-best =
                           ws-dist-cell(ws-dist-i + 1, ws-dist-j) + 1
                       end-compute
                   end-if

                   move ws-dist-best
                       to ws-dist-cell(ws-dist-i + 1, ws-dist-j + 1)
               end-perform
           end-perform

           move ws-dist-cell(ws-dist-a-len + 1, ws-dist-b-len + 1)
               to ws-dist-result

           exit paragraph.


       set-scan-length.

           move 1 to ws-scan-pos
           if ws-scan-text = spaces then
               move 0 to ws-scan-len
           else
               move length(trim(ws-scan-text trailing)) to ws-scan-len
           end-if

           exit paragraph.


       next-scan-token.

           move spaces to ws-token
           set ws-token-none to true
           set ws-token-no-paren to true

           perform until ws-token-found or ws-scan-pos > ws-scan-len
               move ws-scan-text(ws-scan-pos:1) to ws-scan-char
               evaluate true
                   when ws-scan-char = '"'
                       add 1 to ws-scan-pos
                       perform until ws-scan-pos > ws-scan-len
                           or ws-scan-text(ws-scan-pos:1) = '"'
                           add 1 to ws-scan-pos
                       end-perform
                       add 1 to ws-scan-pos

                   when ws-scan-char-letter
                       move ws-scan-pos to ws-scan-start
                       perform scan-past-name-chars
                       compute ws-token-len =
                           ws-scan-pos - ws-scan-start
                       end-compute
                       if ws-token-len > length(ws-token) then
                           move length(ws-token) to ws-token-len
                       end-if
                       move ws-scan-text(ws-scan-start:ws-token-len)
                           to ws-token
                       perform check-token-paren
                       set ws-token-found to true

                   when ws-scan-char-digit
                       perform scan-past-name-chars

                   when other
                       add 1 to ws-scan-pos
               end-evaluate
           end-perform

           exit paragraph.


       scan-past-name-chars.

           add 1 to ws-scan-pos
           move space to ws-scan-char
           if ws-scan-pos <= ws-scan-len then
               move ws-scan-text(ws-scan-pos:1) to ws-scan-char
           end-if

           perform until not ws-scan-char-name
               add 1 to ws-scan-pos
               move space to ws-scan-char
               if ws-scan-pos <= ws-scan-len then
                   move ws-scan-text(ws-scan-pos:1) to ws-scan-char
               end-if
           end-perform

           exit paragraph.


       check-token-paren.

           move ws-scan-pos to ws-peek-pos
           perform until ws-peek-pos > ws-scan-len
               or ws-scan-text(ws-peek-pos:1) not = space
               add 1 to ws-peek-pos
           end-perform

           if ws-peek-pos <= ws-scan-len
               and ws-scan-text(ws-peek-pos:1) = "("
           then
               set ws-token-has-paren to true
           end-if

           exit paragraph.


      *>   Statement and clause words, type names, the built-in
      *>   values that take no parentheses and the variables the
      *>   runtime itself sets -- never needing a declaration.
       check-stop-word.

           set ws-not-stop-word to true

           evaluate ws-token
               when "THEN"     when "ELSE"     when "ELSEIF"
               when "AND"      when "OR"       when "NOT"
               when "XOR"      when "MOD"      when "TO"
               when "STEP"     when "AS"       when "FOR"
               when "INPUT"    when "OUTPUT"   when "APPEND"
               when "RANDOM"   when "BINARY"   when "INTEGER"
               when "STRING"   when "SINGLE"   when "DOUBLE"
               when "DECIMAL"  when "LONG"     when "IS"
               when "SHARED"   when "GOTO"     when "GOSUB"
               when "WHILE"    when "UNTIL"    when "USING"
               when "ROUNDING" when "DATE$"    when "TIME$"
               when "TIMER"    when "INKEY$"   when "WAITKEY$"
               when "COMMAND$" when "RND"      when "CASE"
               when "SELECT"   when "IF"       when "END"
               when "LOOP"     when "WEND"     when "NEXT"
               when "DO"       when "PRINT"    when "LPRINT"
               when "CALL"     when "SUB"      when "FUNCTION"
               when "DIM"      when "CONST"    when "COMMON"
               when "REDIM"    when "PRESERVE" when "ERASE"
               when "RETURN"   when "ON"       when "ERROR"
               when "RESUME"   when "OPEN"     when "CLOSE"
               when "ASSERT"   when "LET"      when "EXIT"
               when "SYSTEM"   when "STOP"     when "READ"
               when "WRITE"    when "LINE"     when "RANDOMIZE"
               when "ERR"      when "ERL"      when "RECTYPE$"
                   set ws-is-stop-word to true
           end-evaluate

           exit paragraph.


      ******************************************************************
      * Comma-separated list walker.
      ******************************************************************
       start-list-walk.

           move 1 to ws-list-pos
           if ws-list-text = spaces then
               move 0 to ws-list-len
           else
               move length(trim(ws-list-text trailing)) to ws-list-len
           end-if

           exit paragraph.


       next-list-item.

           move spaces to ws-item-text
           set ws-item-none to true

           if ws-list-pos > ws-list-len then
               exit paragraph
           end-if

           move ws-list-pos to ws-list-start
           move 0 to ws-paren-depth
           set ws-not-in-quote to true

           perform until ws-list-pos > ws-list-len
               evaluate true
                   when ws-list-text(ws-list-pos:1) = '"'
                       if ws-in-quote then
                           set ws-not-in-quote to true
                       else
                           set ws-in-quote to true
                       end-if
                   when ws-in-quote
                       continue
                   when ws-list-text(ws-list-pos:1) = "("
                       add 1 to ws-paren-depth
                   when ws-list-text(ws-list-pos:1) = ")"
                       and ws-paren-depth > 0
                       subtract 1 from ws-paren-depth
                   when ws-list-text(ws-list-pos:1) = ","
                       and ws-paren-depth = 0
                       exit perform
               end-evaluate
               add 1 to ws-list-pos
           end-perform

           if ws-list-pos > ws-list-start then
               move trim(ws-list-text(ws-list-start:
                   ws-list-pos - ws-list-start)) to ws-item-text
           end-if
           add 1 to ws-list-pos

           set ws-item-found to true

           exit paragraph.

       end program check-explicit-decls.
