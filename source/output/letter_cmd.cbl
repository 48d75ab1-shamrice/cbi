      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the LETTER statement -- form letters (dunning
      *          notices, statements, confirmations) merged from a
      *          template kept outside the script, so the wording can
      *          change without touching the program. Usage:
      *            LETTER template$ [, REC]
      *            LETTER LABELS label$, sheet$ [, across [, width
      *                   [, height]]]
      *            LETTER END
      *          LETTER renders the template for the current record
      *          into the LPRINT spool, one letter per page: with
      *          PAGELEN armed the pager closes the page before each
      *          letter (footer and form feed) and breaks a long
      *          letter like any other report; without it each letter
      *          after the first starts with a form feed. A template
      *          name without a directory is looked for in the
      *          letter-dir of cbi.cfg (CBI_LETTER_DIR). Templates
      *          are read once and held (8 templates of up to 120
      *          lines of 256 characters).
      *          Template text is copied as it stands, except:
      *            {FIELD}          the value of variable FIELD
      *                             (or FIELD$);
      *                             with REC given (a TYPE variable
      *                             or element, CUST or CUST(I)) the
      *                             member REC.FIELD is tried first.
      *                             {CUST(I).NAME} names one outright.
      *            {FIELD:mask}     the number formatted through a
      *                             PRINT USING mask ({AMT:$#,###.##})
      *            {{               a literal {
      *          and lines holding only a condition, which keep or
      *          drop the lines up to the matching {ELSE}/{END IF}:
      *            {IF FIELD}       FIELD is not empty and not zero
      *            {IF FIELD=value} {IF FIELD<>value}
      *                             compared as numbers when both
      *                             sides are numbers, otherwise as
      *                             text ignoring case
      *            {ELSE}  {END IF} nested up to 5 deep.
      *          A field that cannot be found prints empty and is
      *          logged. A number printed without a mask loses its
      *          trailing decimal zeros.
      *          LETTER LABELS arms the address-label run: from then
      *          on each LETTER also renders label$ onto the label
      *          sheet file, across labels to a row (2), each width
      *          characters wide (40) and height lines tall (6), with
      *          a blank line between rows. LETTER END, or the end of
      *          the run, prints the last partial row and closes the
      *          sheet. A missing template is error 53; a label sheet
      *          that cannot be written is error 52. State is kept in
      *          working-storage across calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. letter-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select fd-template-file
               assign to dynamic ws-template-file-name
               organization is line sequential
               file status is ws-template-file-status.

               select fd-label-sheet
               assign to dynamic ws-label-sheet-name
               organization is line sequential
               file status is ws-label-sheet-status.

       data division.

       file section.

       fd  fd-template-file.
       01  f-template-line               pic x(256).

       fd  fd-label-sheet.
       01  f-label-sheet-line            pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-templates              value 8.
       78  ws-max-template-lines         value 120.
       78  ws-max-cond-depth             value 5.
       78  ws-max-label-height           value 20.
       78  ws-err-illegal-function       value 5.
       78  ws-err-bad-file-number        value 52.
       78  ws-err-file-not-found         value 53.

       01  ws-raise-error-code           pic 9(4).
       01  ws-spool-channel              pic 99.
       01  ws-page-break-rc              pic 9.

       01  ws-letter-failed-sw           pic a value 'N'.
           88  ws-letter-failed          value 'Y'.
           88  ws-letter-not-failed      value 'N'.

       01  ws-env-loaded-sw              pic a value 'N'.
           88  ws-env-loaded             value 'Y'.
           88  ws-env-not-loaded         value 'N'.
       01  ws-letter-dir                 pic x(256) value spaces.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256) occurs 8 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-operand-scratch            pic x(256).
       01  ws-operand-number             pic s9(9) value 0.

      *>   Templates, read once and held.
       01  ws-template-file-name         pic x(512).
       01  ws-template-file-status       pic xx.
           88  ws-template-file-ok       value "00".
       01  ws-template-eof-sw            pic a value 'N'.
           88  ws-template-eof           value 'Y'.
           88  ws-template-not-eof       value 'N'.
       01  ws-template-table.
           05  ws-template-count         pic 9(2) comp value 0.
           05  ws-template               occurs 8 times.
               10  ws-tpl-name           pic x(256).
               10  ws-tpl-line-count     pic 9(4) comp.
               10  ws-tpl-line           pic x(256)
                                         occurs 120 times.
       01  ws-wanted-template            pic x(256).
       01  ws-tpl-idx                    pic 9(2) comp.
       01  ws-tpl-line-idx               pic 9(4) comp.
       01  ws-letter-tpl-idx             pic 9(2) comp.
       01  ws-label-tpl-idx              pic 9(2) comp.

      *>   The record the placeholders are taken from.
       01  ws-record-name                pic x(256) value spaces.

      *>   Conditional paragraphs.
       01  ws-cond-depth                 pic 9 comp value 0.
       01  ws-cond-table.
           05  ws-cond-level             occurs 5 times.
               10  ws-cond-parent-sw     pic a.
                   88  ws-cond-parent-on value 'Y'.
               10  ws-cond-result-sw     pic a.
                   88  ws-cond-result-on value 'Y'.
       01  ws-emitting-sw                pic a value 'Y'.
           88  ws-emitting               value 'Y'.
           88  ws-not-emitting           value 'N'.
       01  ws-cond-true-sw               pic a value 'N'.
           88  ws-cond-true              value 'Y'.
           88  ws-cond-false             value 'N'.
       01  ws-control-text               pic x(256).
       01  ws-cond-text                  pic x(256).
       01  ws-cond-field                 pic x(256).
       01  ws-cond-value                 pic x(256).
       01  ws-cond-op                    pic x(2).
       01  ws-cond-op-idx                pic 9(4) comp.
       01  ws-cond-left-num              pic s9(12)v9(6).
       01  ws-cond-right-num             pic s9(12)v9(6).

      *>   Rendering one line.
       01  ws-render-target-sw           pic a value 'L'.
           88  ws-render-letter          value 'L'.
           88  ws-render-label           value 'B'.
       01  ws-src-line                   pic x(256).
       01  ws-src-len                    pic 9(4) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-close-idx                  pic 9(4) comp.
       01  ws-render-line                pic x(1024).
       01  ws-render-pos                 pic 9(4) comp.
       01  ws-piece-len                  pic 9(4) comp.
       01  ws-out-line                   pic x(32768).

      *>   Placeholder values.
       01  ws-placeholder                pic x(256).
       01  ws-field-name                 pic x(256).
       01  ws-field-mask                 pic x(1024).
       01  ws-field-text                 pic x(1024).
       01  ws-field-found-sw             pic a value 'N'.
           88  ws-field-found            value 'Y'.
           88  ws-field-not-found        value 'N'.
       01  ws-lookup-name                pic x(1024).
       01  ws-field-number               pic s9(12)v9(6).
       01  ws-field-num-disp             pic -(15)9.
       01  ws-field-dec-disp             pic -(12)9.9(6).
       01  ws-trim-idx                   pic 9(4) comp.

      *>   Address-label run.
       01  ws-labels-armed-sw            pic a value 'N'.
           88  ws-labels-armed           value 'Y'.
           88  ws-labels-not-armed       value 'N'.
       01  ws-label-sheet-name           pic x(256).
       01  ws-label-sheet-status         pic xx.
           88  ws-label-sheet-ok         value "00".
       01  ws-labels-across              pic 9(2) comp value 2.
       01  ws-label-width                pic 9(3) comp value 40.
       01  ws-label-height               pic 9(2) comp value 6.
       01  ws-label-col                  pic 9(2) comp value 0.
       01  ws-label-offset               pic 9(4) comp.
       01  ws-label-line-count           pic 9(2) comp value 0.
       01  ws-label-row-table.
           05  ws-label-row-line         pic x(1024)
                                         occurs 20 times.
       01  ws-label-row-idx              pic 9(2) comp.
       01  ws-label-clipped-sw           pic a value 'N'.
           88  ws-label-clipped          value 'Y'.
           88  ws-label-not-clipped      value 'N'.

       01  ws-letters-written            pic 9(7) value 0.
       01  ws-labels-written             pic 9(7) value 0.
       01  ws-count-disp                 pic z(6)9.
       01  ws-count-disp-2               pic z(6)9.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           set ws-letter-not-failed to true
           move ws-spool-channel-number to ws-spool-channel

           if ws-env-not-loaded then
               perform load-letter-environment
           end-if

           move trim(l-src-code-str(length(ws-letter) + 1:))
               to ws-param-buffer

           if upper-case(ws-param-buffer) = "END" then
               perform finish-label-run
               goback
           end-if

           if upper-case(ws-param-buffer(1:7)) = "LABELS " then
               move ws-param-buffer(8:) to ws-param-buffer
               perform arm-label-run
               goback
           end-if

           perform split-operands

           if ws-operand-count < 1 or ws-operand-count > 2
               or ws-operand(1) = spaces
           then
               call "logger-leveled" using concatenate(
                   "LETTER :: ERROR : Malformed statement. Expected "
                   "LETTER template [, record]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-wanted-template
           perform find-template
           if ws-letter-failed then
               goback
           end-if
           move ws-tpl-idx to ws-letter-tpl-idx

           move spaces to ws-record-name
           if ws-operand-count = 2 then
               move upper-case(trim(ws-operand(2)))
                   to ws-record-name
           end-if

      *>   Each letter on a page of its own.
           call "pager-page-break" using
               ws-spool-channel ws-page-break-rc
           end-call
           if ws-page-break-rc = 0 and ws-letters-written > 0 then
               call "lprint-eject" end-call
           end-if

           set ws-render-letter to true
           move ws-letter-tpl-idx to ws-tpl-idx
           perform render-template
           if ws-letter-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           add 1 to ws-letters-written

           if ws-labels-armed then
               perform render-one-label
           end-if

           call "logger" using concatenate(
               "LETTER :: rendered "
               trim(ws-tpl-name(ws-letter-tpl-idx))
               " for record: " trim(ws-record-name))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point called at end of run to print a label
      *          row left part-filled and close the label sheet.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "letter-close".

           perform finish-label-run

           goback.


       load-letter-environment.

           set ws-env-loaded to true

           accept ws-letter-dir from environment "CBI_LETTER_DIR"
           end-accept

           exit paragraph.


      *>   LABELS label$, sheet$ [, across [, width [, height]]]
       arm-label-run.

           perform finish-label-run

           perform split-operands

           if ws-operand-count < 2 or ws-operand-count > 5
               or ws-operand(1) = spaces
               or ws-operand(2) = spaces
           then
               call "logger-leveled" using concatenate(
                   "LETTER :: ERROR : Malformed statement. Expected "
                   "LETTER LABELS template, sheet [, across "
                   "[, width [, height]]]: " trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-wanted-template
           perform find-template
           if ws-letter-failed then
               exit paragraph
           end-if
           move ws-tpl-idx to ws-label-tpl-idx

           move 2 to ws-labels-across
           move 40 to ws-label-width
           move 6 to ws-label-height

           if ws-operand-count >= 3 then
               move ws-operand(3) to ws-operand-scratch
               perform resolve-number-operand
               if ws-operand-number >= 1 and ws-operand-number <= 6
               then
                   move ws-operand-number to ws-labels-across
               end-if
           end-if

           if ws-operand-count >= 4 then
               move ws-operand(4) to ws-operand-scratch
               perform resolve-number-operand
               if ws-operand-number >= 10
                   and ws-operand-number <= 132
               then
                   move ws-operand-number to ws-label-width
               end-if
           end-if

           if ws-operand-count = 5 then
               move ws-operand(5) to ws-operand-scratch
               perform resolve-number-operand
               if ws-operand-number >= 1
                   and ws-operand-number <= ws-max-label-height
               then
                   move ws-operand-number to ws-label-height
               end-if
           end-if

           move ws-operand(2) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-label-sheet-name

           open output fd-label-sheet
           if not ws-label-sheet-ok then
               call "logger-leveled" using concatenate(
                   "LETTER :: ERROR : cannot write the label sheet: "
                   trim(ws-label-sheet-name) " status: "
                   ws-label-sheet-status)
                   "ERROR"
               end-call
               move ws-err-bad-file-number to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           set ws-labels-armed to true
           move 0 to ws-label-col
           move 0 to ws-labels-written
           move spaces to ws-label-row-table

           move ws-labels-across to ws-count-disp
           move ws-label-width to ws-count-disp-2
           call "logger" using concatenate(
               "LETTER :: label run armed: "
               trim(ws-tpl-name(ws-label-tpl-idx)) " onto "
               trim(ws-label-sheet-name) " : " trim(ws-count-disp)
               " across, " trim(ws-count-disp-2) " wide")
           end-call

           exit paragraph.


      *>   The current record's label goes in the next column of the
      *>   row being built; a full row goes to the sheet.
       render-one-label.

           add 1 to ws-label-col
           compute ws-label-offset =
               (ws-label-col - 1) * ws-label-width + 1
           end-compute
           move 0 to ws-label-line-count
           set ws-label-not-clipped to true

           set ws-render-label to true
           move ws-label-tpl-idx to ws-tpl-idx
           perform render-template
           set ws-render-letter to true

           if ws-label-clipped then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : label for record "
                   trim(ws-record-name) " runs past the label "
                   "height; extra lines left off")
                   "WARN"
               end-call
           end-if

           add 1 to ws-labels-written

           if ws-label-col >= ws-labels-across then
               perform write-label-row
           end-if

           exit paragraph.


       write-label-row.

           if ws-label-col = 0 then
               exit paragraph
           end-if

           perform varying ws-label-row-idx from 1 by 1
               until ws-label-row-idx > ws-label-height
               move ws-label-row-line(ws-label-row-idx)
                   to f-label-sheet-line
               write f-label-sheet-line
           end-perform

           move spaces to f-label-sheet-line
           write f-label-sheet-line

           move spaces to ws-label-row-table
           move 0 to ws-label-col

           exit paragraph.


       finish-label-run.

           if ws-labels-not-armed then
               exit paragraph
           end-if

           perform write-label-row
           close fd-label-sheet
           set ws-labels-not-armed to true

           move ws-labels-written to ws-count-disp
           move ws-letters-written to ws-count-disp-2
           call "logger" using concatenate(
               "LETTER :: label sheet closed: "
               trim(ws-label-sheet-name) " : labels: "
               trim(ws-count-disp) " : letters so far: "
               trim(ws-count-disp-2))
           end-call

           exit paragraph.


      *>   A template already held, or read in now. With every slot
      *>   taken the last one is given over to the new template.
       find-template.

           perform varying ws-tpl-idx from 1 by 1
               until ws-tpl-idx > ws-template-count
               if ws-tpl-name(ws-tpl-idx) = ws-wanted-template then
                   exit paragraph
               end-if
           end-perform

           if ws-template-count < ws-max-templates then
               add 1 to ws-template-count
           end-if
           move ws-template-count to ws-tpl-idx

           if ws-wanted-template(1:1) = "/"
               or ws-letter-dir = spaces
           then
               move ws-wanted-template to ws-template-file-name
           else
               move concatenate(trim(ws-letter-dir) "/"
                   trim(ws-wanted-template))
                   to ws-template-file-name
           end-if

           open input fd-template-file
           if not ws-template-file-ok then
               call "logger-leveled" using concatenate(
                   "LETTER :: ERROR : template not found: "
                   trim(ws-template-file-name) " status: "
                   ws-template-file-status)
                   "ERROR"
               end-call
               move spaces to ws-tpl-name(ws-tpl-idx)
               move 0 to ws-tpl-line-count(ws-tpl-idx)
               set ws-letter-failed to true
               move ws-err-file-not-found to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           move ws-wanted-template to ws-tpl-name(ws-tpl-idx)
           move 0 to ws-tpl-line-count(ws-tpl-idx)

           set ws-template-not-eof to true
           perform until ws-template-eof
               read fd-template-file
                   at end set ws-template-eof to true
                   not at end perform collect-template-line
               end-read
           end-perform
           close fd-template-file

           move ws-tpl-line-count(ws-tpl-idx) to ws-count-disp
           call "logger" using concatenate(
               "LETTER :: template read: "
               trim(ws-template-file-name) " : lines: "
               trim(ws-count-disp))
           end-call

           exit paragraph.


       collect-template-line.

           if ws-tpl-line-count(ws-tpl-idx) >= ws-max-template-lines
           then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : template longer than 120 "
                   "lines, rest left off: "
                   trim(ws-template-file-name))
                   "WARN"
               end-call
               set ws-template-eof to true
               exit paragraph
           end-if

           add 1 to ws-tpl-line-count(ws-tpl-idx)
           move f-template-line to ws-tpl-line(ws-tpl-idx,
               ws-tpl-line-count(ws-tpl-idx))

           exit paragraph.


       render-template.

           move 0 to ws-cond-depth
           set ws-emitting to true

           perform varying ws-tpl-line-idx from 1 by 1
               until ws-tpl-line-idx > ws-tpl-line-count(ws-tpl-idx)
                   or ws-letter-failed
               move ws-tpl-line(ws-tpl-idx, ws-tpl-line-idx)
                   to ws-src-line
               perform render-template-line
           end-perform

           if ws-cond-depth > 0 then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : {IF} without {END IF} in "
                   "template: " trim(ws-tpl-name(ws-tpl-idx)))
                   "WARN"
               end-call
           end-if

           exit paragraph.


       render-template-line.

           move upper-case(trim(ws-src-line)) to ws-control-text

           evaluate true
               when ws-control-text(1:4) = "{IF "
                   perform open-condition
                   exit paragraph
               when ws-control-text = "{ELSE}"
                   perform flip-condition
                   exit paragraph
               when ws-control-text = "{END IF}"
                   or ws-control-text = "{ENDIF}"
                   perform close-condition
                   exit paragraph
           end-evaluate

           if ws-not-emitting then
               exit paragraph
           end-if

           perform expand-placeholders
           perform emit-rendered-line

           exit paragraph.


      *>   {IF FIELD}, {IF FIELD=value} or {IF FIELD<>value}
       open-condition.

           if ws-cond-depth >= ws-max-cond-depth then
               call "logger-leveled" using concatenate(
                   "LETTER :: ERROR : {IF} nested more than 5 deep "
                   "in template: " trim(ws-tpl-name(ws-tpl-idx)))
                   "ERROR"
               end-call
               set ws-letter-failed to true
               exit paragraph
           end-if

           move trim(ws-src-line) to ws-cond-text
           move spaces to ws-cond-text(1:4)
           move length(trim(ws-cond-text trailing)) to ws-src-len
           if ws-src-len > 0
               and ws-cond-text(ws-src-len:1) = "}"
           then
               move space to ws-cond-text(ws-src-len:1)
           end-if
           move trim(ws-cond-text) to ws-cond-text

           move spaces to ws-cond-op
           move spaces to ws-cond-value
           move ws-cond-text to ws-cond-field

           perform varying ws-cond-op-idx from 1 by 1
               until ws-cond-op-idx > length(trim(ws-cond-text))
               if ws-cond-text(ws-cond-op-idx:2) = "<>" then
                   move "<>" to ws-cond-op
                   exit perform
               end-if
               if ws-cond-text(ws-cond-op-idx:1) = "=" then
                   move "=" to ws-cond-op
                   exit perform
               end-if
           end-perform

           if ws-cond-op not = spaces then
               move spaces to ws-cond-field
               if ws-cond-op-idx > 1 then
                   move ws-cond-text(1:ws-cond-op-idx - 1)
                       to ws-cond-field
               end-if
               move ws-cond-text(
                   ws-cond-op-idx + length(trim(ws-cond-op)):)
                   to ws-cond-value
               move trim(ws-cond-value) to ws-cond-value
               inspect ws-cond-value replacing all '"' by space
               move trim(ws-cond-value) to ws-cond-value
           end-if

           move upper-case(trim(ws-cond-field)) to ws-field-name
           move spaces to ws-field-mask
           perform take-field-text

           set ws-cond-false to true
           evaluate true
               when ws-cond-op = spaces
                   if ws-field-text not = spaces
                       and not (test-numval(trim(ws-field-text)) = 0
                       and numval(ws-field-text) = 0)
                   then
                       set ws-cond-true to true
                   end-if
               when test-numval(trim(ws-field-text)) = 0
                   and test-numval(trim(ws-cond-value)) = 0
                   and ws-field-text not = spaces
                   and ws-cond-value not = spaces
                   compute ws-cond-left-num =
                       numval(ws-field-text)
                   end-compute
                   compute ws-cond-right-num =
                       numval(ws-cond-value)
                   end-compute
                   if ws-cond-left-num = ws-cond-right-num then
                       set ws-cond-true to true
                   end-if
               when other
                   if upper-case(trim(ws-field-text))
                       = upper-case(trim(ws-cond-value))
                   then
                       set ws-cond-true to true
                   end-if
           end-evaluate

           if ws-cond-op = "<>" then
               if ws-cond-true then
                   set ws-cond-false to true
               else
                   set ws-cond-true to true
               end-if
           end-if

           add 1 to ws-cond-depth
           move ws-emitting-sw to ws-cond-parent-sw(ws-cond-depth)
           move ws-cond-true-sw to ws-cond-result-sw(ws-cond-depth)
           perform set-emitting

           exit paragraph.


       flip-condition.

           if ws-cond-depth = 0 then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : {ELSE} without {IF} in "
                   "template: " trim(ws-tpl-name(ws-tpl-idx)))
                   "WARN"
               end-call
               exit paragraph
           end-if

           if ws-cond-result-on(ws-cond-depth) then
               move 'N' to ws-cond-result-sw(ws-cond-depth)
           else
               move 'Y' to ws-cond-result-sw(ws-cond-depth)
           end-if
           perform set-emitting

           exit paragraph.


       close-condition.

           if ws-cond-depth = 0 then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : {END IF} without {IF} in "
                   "template: " trim(ws-tpl-name(ws-tpl-idx)))
                   "WARN"
               end-call
               exit paragraph
           end-if

           move ws-cond-parent-sw(ws-cond-depth) to ws-emitting-sw
           subtract 1 from ws-cond-depth

           exit paragraph.


       set-emitting.

           if ws-cond-parent-on(ws-cond-depth)
               and ws-cond-result-on(ws-cond-depth)
           then
               set ws-emitting to true
           else
               set ws-not-emitting to true
           end-if

           exit paragraph.


      *>   Copies the template line into ws-render-line, putting each
      *>   placeholder's value in its place.
       expand-placeholders.

           move spaces to ws-render-line
           move 1 to ws-render-pos
           move length(trim(ws-src-line trailing)) to ws-src-len
           if ws-src-line = spaces then
               move 0 to ws-src-len
           end-if

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-src-len
                   or ws-render-pos > length(ws-render-line)

               if ws-src-line(ws-char-idx:2) = "{{" then
                   move "{" to ws-render-line(ws-render-pos:1)
                   add 1 to ws-render-pos
                   add 1 to ws-char-idx
               else
                   if ws-src-line(ws-char-idx:1) = "{" then
                       perform expand-one-placeholder
                   else
                       move ws-src-line(ws-char-idx:1)
                           to ws-render-line(ws-render-pos:1)
                       add 1 to ws-render-pos
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   ws-char-idx is on the opening brace; it is left on the
      *>   closing one. An unclosed brace is copied as text.
       expand-one-placeholder.

           move 0 to ws-close-idx
           perform varying ws-close-idx from ws-char-idx by 1
               until ws-close-idx > ws-src-len
               if ws-src-line(ws-close-idx:1) = "}" then
                   exit perform
               end-if
           end-perform

           if ws-close-idx > ws-src-len
               or ws-close-idx = ws-char-idx + 1
           then
               move ws-src-line(ws-char-idx:1)
                   to ws-render-line(ws-render-pos:1)
               add 1 to ws-render-pos
               exit paragraph
           end-if

           move ws-src-line(ws-char-idx + 1:
               ws-close-idx - ws-char-idx - 1) to ws-placeholder

           move spaces to ws-field-name
           move spaces to ws-field-mask
           unstring ws-placeholder delimited by ":"
               into ws-field-name ws-field-mask
           end-unstring
           move upper-case(trim(ws-field-name)) to ws-field-name
           move trim(ws-field-mask) to ws-field-mask

           perform take-field-text

           if ws-field-not-found then
               call "logger-leveled" using concatenate(
                   "LETTER :: WARN : no value for {"
                   trim(ws-placeholder) "} in template: "
                   trim(ws-tpl-name(ws-tpl-idx))
                   " : record: " trim(ws-record-name))
                   "WARN"
               end-call
           end-if

           if ws-field-text not = spaces then
               move length(trim(ws-field-text)) to ws-piece-len
               if ws-render-pos + ws-piece-len - 1
                   > length(ws-render-line)
               then
                   compute ws-piece-len =
                       length(ws-render-line) - ws-render-pos + 1
                   end-compute
               end-if
               move trim(ws-field-text)
                   to ws-render-line(ws-render-pos:ws-piece-len)
               add ws-piece-len to ws-render-pos
           end-if

           move ws-close-idx to ws-char-idx

           exit paragraph.


      *>   The value of ws-field-name as text, formatted through
      *>   ws-field-mask when one is given: the record's member
      *>   first, then the variable itself.
       take-field-text.

           move spaces to ws-field-text
           set ws-field-not-found to true

           if ws-field-name = spaces then
               exit paragraph
           end-if

           if ws-record-name not = spaces then
               move 0 to ws-trim-idx
               inspect ws-field-name tallying ws-trim-idx for all "."
               if ws-trim-idx = 0 then
                   move concatenate(trim(ws-record-name) "."
                       trim(ws-field-name)) to ws-lookup-name
                   perform look-up-field
               end-if
           end-if

           if ws-field-not-found then
               move ws-field-name to ws-lookup-name
               perform look-up-field
           end-if

      *>   {NAME} finds the string variable NAME$ as well.
           if ws-field-not-found
               and ws-field-name(length(trim(ws-field-name)):1)
                   not = "$"
           then
               move concatenate(trim(ws-field-name) "$")
                   to ws-lookup-name
               perform look-up-field
           end-if

           if ws-field-not-found then
               exit paragraph
           end-if

           if ws-field-mask not = spaces then
               perform format-masked-field
               exit paragraph
           end-if

           evaluate true
               when ls-type-string
                   move ls-variable-value to ws-field-text
                   perform strip-stored-quotes
               when ls-type-single
               when ls-type-double
               when ls-type-decimal
                   move ls-variable-value-dec to ws-field-dec-disp
                   move trim(ws-field-dec-disp) to ws-field-text
                   perform drop-trailing-zeros
               when other
                   move ls-variable-value-num to ws-field-num-disp
                   move trim(ws-field-num-disp) to ws-field-text
           end-evaluate

           exit paragraph.


       look-up-field.

           call "array-indexed-name" using ws-lookup-name
           end-call

           move ws-lookup-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0 then
               set ws-field-found to true
           end-if

           exit paragraph.


       format-masked-field.

           evaluate true
               when ls-type-string
                   move ls-variable-value to ws-field-text
                   perform strip-stored-quotes
                   if test-numval-c(trim(ws-field-text)) = 0 then
                       compute ws-field-number =
                           numval-c(ws-field-text)
                       end-compute
                   else
                       move 0 to ws-field-number
                   end-if
               when ls-type-single
               when ls-type-double
               when ls-type-decimal
                   move ls-variable-value-dec to ws-field-number
               when other
                   move ls-variable-value-num to ws-field-number
           end-evaluate

           call "format-using-mask" using
               ws-field-mask ws-field-number ws-field-text
           end-call

           exit paragraph.


      *>   A string value comes back as stored, in its quotes.
       strip-stored-quotes.

           if ws-field-text(1:1) = '"' then
               move ws-field-text(2:) to ws-field-text
           end-if
           move length(trim(ws-field-text trailing)) to ws-trim-idx
           if ws-trim-idx > 0
               and ws-field-text(ws-trim-idx:1) = '"'
           then
               move space to ws-field-text(ws-trim-idx:1)
           end-if

           exit paragraph.


      *>   12.500000 prints as 12.5, 12.000000 as 12.
       drop-trailing-zeros.

           perform varying ws-trim-idx
               from length(trim(ws-field-text trailing)) by -1
               until ws-trim-idx < 1
                   or ws-field-text(ws-trim-idx:1) not = "0"
               move space to ws-field-text(ws-trim-idx:1)
           end-perform

           if ws-trim-idx > 0
               and ws-field-text(ws-trim-idx:1) = "."
           then
               move space to ws-field-text(ws-trim-idx:1)
           end-if

           exit paragraph.


       emit-rendered-line.

           if ws-render-letter then
               call "pager-before-line" using ws-spool-channel
               end-call
               move ws-render-line to ws-out-line
               call "lprint-write-line" using ws-out-line
               end-call
               exit paragraph
           end-if

           if ws-label-line-count >= ws-label-height then
               set ws-label-clipped to true
               exit paragraph
           end-if

           add 1 to ws-label-line-count
           move ws-render-line(1:ws-label-width)
               to ws-label-row-line(ws-label-line-count)
                   (ws-label-offset:ws-label-width)

           exit paragraph.


       split-operands.

           initialize ws-operand-table
           move 1 to ws-operand-count
           move 0 to ws-op-pos
           set ws-op-not-in-quote to true

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > length(ws-param-buffer)
               if ws-param-buffer(ws-op-idx:1) = ","
                   and ws-op-not-in-quote
               then
                   if ws-operand-count < 8 then
                       add 1 to ws-operand-count
                       move 0 to ws-op-pos
                   end-if
               else
                   if ws-param-buffer(ws-op-idx:1) = '"' then
                       if ws-op-in-quote then
                           set ws-op-not-in-quote to true
                       else
                           set ws-op-in-quote to true
                       end-if
                   end-if
                   if ws-op-pos < 256 then
                       add 1 to ws-op-pos
                       move ws-param-buffer(ws-op-idx:1)
                           to ws-operand(ws-operand-count)
                               (ws-op-pos:1)
                   end-if
               end-if
           end-perform

           if ws-operand-count = 1 and ws-operand(1) = spaces then
               move 0 to ws-operand-count
           end-if

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-string-operand.

           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch(1:1) = '"' then
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           move spaces to ws-operand-scratch
           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
           end-if

           exit paragraph.


      *>   Numeric literal or numeric variable; 0 when neither.
       resolve-number-operand.

           move 0 to ws-operand-number
           move trim(ws-operand-scratch) to ws-operand-scratch

           if test-numval(trim(ws-operand-scratch)) = 0 then
               compute ws-operand-number =
                   numval(ws-operand-scratch)
               end-compute
               exit paragraph
           end-if

           move upper-case(ws-operand-scratch) to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0 then
               if ls-type-integer then
                   move ls-variable-value-num to ws-operand-number
               else
                   move ls-variable-value-dec to ws-operand-number
               end-if
           end-if

           exit paragraph.

       end program letter-cmd.
