      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Static script analyser behind cbi --lint [script |
      *          library directory]. Where --check stops at block
      *          structure, this loads each script through the same
      *          load-program parse tables a run uses and looks for
      *          the mistakes that otherwise surface at 2 a.m.:
      *            variables read but never assigned, and assigned
      *            but never read;
      *            statements that can never run after a GOTO or
      *            END;
      *            channels OPENed with no CLOSE anywhere, and WRITE#
      *            or PRINT # to a channel only ever opened FOR
      *            INPUT;
      *            CONST names shadowed by a DIM;
      *            FUNCTIONs called with arguments (they take none)
      *            and CALLs passing a different number of arguments
      *            than the SUB declares;
      *            string values assigned to numeric variables and
      *            numeric values to string variables, where the
      *            target's type is declared ($ suffix or DIM AS);
      *            line labels, SUBs and FUNCTIONs nobody references.
      *          A blank target lints every .bas member of the current
      *          directory and each CBI_PATH directory, the same
      *          library --scan walks; a directory lints its members;
      *          anything else is taken as one script.
      *          Each script gets its own report, errors first, then
      *          warnings, then notes, in line order within each.
      *          Line numbers are the loaded statement numbers --
      *          colon-separated statements and INCLUDEd lines
      *          counted -- the numbering --check and --xref use.
      *          Statements this analyser does not model (the file,
      *          report and interface verbs) are taken to both set
      *          and use every name they mention, so they never cause
      *          a false read-before-assign.
      *          Return code 0 when clean or notes only, 4 when the
      *          worst finding is a warning, 8 when there is an error
      *          (including a script that fails to load), 2 when no
      *          script was found -- so a promotion step can gate on
      *          it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. script-lint.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-lint-list
               assign to "cbi_lint_list.tmp"
               organization is line sequential
               file status is ws-lint-list-status.

       data division.

       file section.

       fd  fd-lint-list.
       01  f-lint-list-line              pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       copy "copybooks/basic_op_codes.cpy".

       78  ws-lint-rc-clean              value 0.
       78  ws-lint-rc-none               value 2.
       78  ws-lint-rc-warning            value 4.
       78  ws-lint-rc-error              value 8.

       78  ws-max-lint-symbols           value 2000.
       78  ws-max-lint-findings          value 500.
       78  ws-max-lint-channels          value 255.

       78  ws-rank-error                 value 1.
       78  ws-rank-warning               value 2.
       78  ws-rank-note                  value 3.

       01  ws-lint-list-status           pic xx.
           88  ws-lint-list-ok           value "00".

       01  ws-lint-target                pic x(1024) value spaces.
       01  ws-shell-command              pic x(2200) value spaces.
       01  ws-cleanup-command            pic x(64)
           value "rm -f cbi_lint_list.tmp".
       01  ws-library-path               pic x(1024) value spaces.

       01  ws-lint-eof-sw                pic a value 'N'.
           88  ws-lint-eof               value 'Y'.
           88  ws-lint-not-eof           value 'N'.

      *>   Parse tables load-program fills, the same shapes the
      *>   interpreter keeps.
       01  ws-input-source-file-name     pic x(1024) value spaces.

       01  ws-line-op-table.
           05  ws-line-op                pic 99 comp occurs 64000 times.

       01  ws-source-data-table.
           05  ws-num-lines              pic 9(10) comp value 0.
           05  ws-source-data-read       pic x(1024)
                                         occurs 0 to 64000 times
                                         depending on ws-num-lines.

       01  ws-loop-boundary-table.
           05  ws-num-loops              pic 9(4) comp.
           05  ws-loop-data              occurs 0 to 1000 times
                                         depending on ws-num-loops.
               10  ws-loop-start         pic 9(5).
               10  ws-loop-end           pic 9(5).

       01  ws-sub-boundary-table.
           05  ws-num-subs               pic 9(4) comp.
           05  ws-sub-data               occurs 0 to 1000 times
                                         depending on ws-num-subs.
               10  ws-sub-name           pic x(32).
               10  ws-sub-start          pic 9(5).
               10  ws-sub-end            pic 9(5).
               10  ws-sub-cur-nest       pic 9(4) value 0.
               10  ws-sub-last-call      pic 9(5) occurs 1000 times.
               10  ws-sub-num-params     pic 9(4) comp value 0.
               10  ws-sub-param-name     pic x(32) occurs 20 times.

       01  ws-function-boundary-table.
           05  ws-num-functions          pic 9(4) comp.
           05  ws-function-data          occurs 0 to 1000 times
                                         depending on ws-num-functions.
               10  ws-function-name      pic x(32).
               10  ws-function-start     pic 9(5).
               10  ws-function-end       pic 9(5).
               10  ws-function-cur-nest  pic 9(4) value 0.
               10  ws-function-last-call pic 9(5) occurs 1000 times.
               10  ws-function-dest-var  pic x(256) occurs 1000 times.

       01  ws-if-boundary-table.
           05  ws-num-ifs                pic 9(4) comp.
           05  ws-if-data                occurs 0 to 1000 times
                                         depending on ws-num-ifs.
               10  ws-if-processed-sw    pic a.
               10  ws-if-start           pic 9(5).
               10  ws-num-elseifs        pic 99 comp.
               10  ws-elseif-start       pic 9(5) occurs 99 times.
               10  ws-else-start         pic 9(5).
               10  ws-if-end             pic 9(5).

       01  ws-select-boundary-table.
           05  ws-num-selects            pic 9(4) comp.
           05  ws-select-data            occurs 0 to 1000 times
                                         depending on ws-num-selects.
               10  ws-select-processed-sw pic a.
               10  ws-select-start       pic 9(5).
               10  ws-select-check-val   pic x(1024).
               10  ws-num-cases          pic 99 comp.
               10  ws-case-start         pic 9(5) occurs 99 times.
               10  ws-select-end         pic 9(5).

       01  ws-line-label-boundary-table.
           05  ws-num-line-labels        pic 9(4) comp.
           05  ws-line-label-data        occurs 0 to 1000 times
                                  depending on ws-num-line-labels.
               10  ws-label-name         pic x(32).
               10  ws-label-start        pic 9(5).
               10  ws-label-end          pic 9(5).
               10  ws-label-last-call    pic 9(5).

       01  ws-declare-boundary-table.
           05  ws-num-declares           pic 9(4) comp.
           05  ws-declare-data           occurs 0 to 1000 times
                                         depending on ws-num-declares.
               10  ws-declare-kind       pic x(8).
               10  ws-declare-name       pic x(32).
               10  ws-declare-line       pic 9(5).

       01  ws-data-value-table.
           05  ws-num-data-values        pic 9(5) comp value 0.
           05  ws-data-read-ptr          pic 9(5) comp value 0.
           05  ws-data-value-entry       occurs 0 to 5000 times
                                  depending on ws-num-data-values.
               10  ws-data-value         pic x(256).

       01  ws-list-program-sw            pic a value 'N'.
       01  ws-file-found-sw              pic a value 'Y'.
           88  ws-file-found             value 'Y'.
           88  ws-file-not-found         value 'N'.
       01  ws-check-program-sw           pic a value 'N'.
       01  ws-list-to-file-name          pic x(1024) value spaces.
       01  ws-xref-sw                    pic a value 'N'.
       01  ws-program-valid-sw           pic a value 'Y'.
           88  ws-program-valid          value 'Y'.
           88  ws-program-not-valid      value 'N'.

      *>   Every name the script sets or uses, with the first line
      *>   of each kind of use. Implicit marks a name mentioned by a
      *>   statement the analyser does not model.
       01  ws-symbol-table.
           05  ws-num-symbols            pic 9(4) comp value 0.
           05  ws-symbol-entry           occurs 2000 times.
               10  ws-sym-name           pic x(32).
               10  ws-sym-type           pic a.
                   88  ws-sym-is-string  value 'S'.
                   88  ws-sym-is-number  value 'N'.
               10  ws-sym-assign-line    pic 9(5).
               10  ws-sym-read-line      pic 9(5).
               10  ws-sym-dim-line       pic 9(5).
               10  ws-sym-const-line     pic 9(5).
               10  ws-sym-implicit-sw    pic a.
                   88  ws-sym-implicit   value 'Y'.

       01  ws-sym-idx                    pic 9(4) comp.
       01  ws-found-sym-idx              pic 9(4) comp.

      *>   Findings for the current script, kept in rank then line
      *>   order as they are added.
       01  ws-finding-table.
           05  ws-num-findings           pic 9(4) comp value 0.
           05  ws-finding-entry          occurs 500 times.
               10  ws-fnd-rank           pic 9.
               10  ws-fnd-line           pic 9(5).
               10  ws-fnd-text           pic x(200).

       01  ws-fnd-idx                    pic 9(4) comp.
       01  ws-fnd-insert-idx             pic 9(4) comp.
       01  ws-new-rank                   pic 9.
       01  ws-new-line                   pic 9(5).
       01  ws-new-text                   pic x(200).
       01  ws-fnd-line-disp              pic z(4)9.
       01  ws-fnd-rank-word              pic x(7).

       01  ws-channel-table.
           05  ws-channel-entry          occurs 255 times.
               10  ws-ch-open-line       pic 9(5).
               10  ws-ch-output-sw       pic a.
                   88  ws-ch-opened-for-output value 'Y'.
               10  ws-ch-closed-sw       pic a.
                   88  ws-ch-closed      value 'Y'.

       01  ws-ch-idx                     pic 9(4) comp.
       01  ws-ch-number                  pic 9(4) comp.
       01  ws-ch-disp                    pic zz9.
       01  ws-close-all-sw               pic a value 'N'.
           88  ws-close-all-seen         value 'Y'.

       01  ws-label-ref-flags.
           05  ws-label-ref-sw           pic a occurs 1000 times.
       01  ws-sub-ref-flags.
           05  ws-sub-ref-sw             pic a occurs 1000 times.
       01  ws-function-ref-flags.
           05  ws-function-ref-sw        pic a occurs 1000 times.

       01  ws-name-idx                   pic 9(4) comp.
       01  ws-found-label-idx            pic 9(4) comp.
       01  ws-label-text                 pic x(1024).
       01  ws-found-sub-idx              pic 9(4) comp.
       01  ws-found-function-idx         pic 9(4) comp.

      *>   Statement being analysed.
       01  ws-line-idx                   pic 9(10) comp.
       01  ws-cur-line                   pic 9(5).
       01  ws-cur-op                     pic 99 comp.
       01  ws-stmt                       pic x(1024).
       01  ws-body                       pic x(1024).
       01  ws-work-text                  pic x(1024).
       01  ws-left-text                  pic x(1024).
       01  ws-right-text                 pic x(1024).
       01  ws-eq-pos                     pic 9(4) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-paren-depth                pic 9(4) comp.
       01  ws-quote-sw                   pic a.
           88  ws-in-quote               value 'Y'.
           88  ws-not-in-quote           value 'N'.

       01  ws-stmt-kind                  pic 99.
           88  ws-stmt-skip              value 0.
           88  ws-stmt-end               value 1.
           88  ws-stmt-end-status        value 2.
           88  ws-stmt-const             value 3.
           88  ws-stmt-dim               value 4.
           88  ws-stmt-for               value 5.
           88  ws-stmt-input             value 6.
           88  ws-stmt-open              value 7.
           88  ws-stmt-close             value 8.
           88  ws-stmt-write-channel     value 9.
           88  ws-stmt-goto              value 10.
           88  ws-stmt-on-goto           value 11.
           88  ws-stmt-call              value 12.
           88  ws-stmt-sub               value 13.
           88  ws-stmt-assign            value 14.
           88  ws-stmt-expression        value 15.
           88  ws-stmt-common            value 16.
           88  ws-stmt-label-ref         value 17.
           88  ws-stmt-bare              value 18.
           88  ws-stmt-other             value 19.
           88  ws-stmt-param             value 20.

       01  ws-block-sw                   pic a value space.
           88  ws-in-type-block          value 'T'.
           88  ws-in-form-block          value 'F'.
           88  ws-not-in-block           value space.

      *>   Name scanner over one piece of statement text. Quoted
      *>   literals and numbers are stepped over; a name is letters,
      *>   digits and _ $ % ! &, cut at a record field's dot.
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
       01  ws-scan-mode                  pic a.
           88  ws-scan-reads             value 'R'.
           88  ws-scan-known-reads       value 'K'.
           88  ws-scan-implicit          value 'A'.
       01  ws-token                      pic x(32).
       01  ws-token-temp                 pic x(32).
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
       01  ws-item-count                 pic 9(4) comp.

       01  ws-type-count                 pic 9(4) comp.
       01  ws-target-type                pic a.
       01  ws-value-type                 pic a.
       01  ws-arg-count                  pic 9(4) comp.
       01  ws-count-disp                 pic zzz9.
       01  ws-count-disp-2               pic zzz9.
       01  ws-line-disp                  pic z(4)9.
       01  ws-mode-word                  pic x(16).

       01  ws-probe-idx                  pic 9(10) comp.
       01  ws-probe-stmt                 pic x(1024).
       01  ws-unreachable-count          pic 9(5) comp.
       01  ws-unreachable-first          pic 9(5).
       01  ws-unreachable-until          pic 9(5).
       01  ws-flow-stop-word             pic x(8).
       01  ws-flow-resumes-sw            pic a.
           88  ws-flow-resumes           value 'Y'.
           88  ws-flow-continues-dead    value 'N'.

       01  ws-script-counts.
           05  ws-script-errors          pic 9(5) comp.
           05  ws-script-warnings        pic 9(5) comp.
           05  ws-script-notes           pic 9(5) comp.
       01  ws-total-counts.
           05  ws-scripts-checked        pic 9(5) comp value 0.
           05  ws-total-errors           pic 9(5) comp value 0.
           05  ws-total-warnings         pic 9(5) comp value 0.
           05  ws-total-notes            pic 9(5) comp value 0.
       01  ws-counts-disp.
           05  ws-errors-disp            pic zzzz9.
           05  ws-warnings-disp          pic zzzz9.
           05  ws-notes-disp             pic zzzz9.
           05  ws-scripts-disp           pic zzzz9.

       linkage section.

       01  l-target-name                 pic x(1024).

       procedure division using l-target-name.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --lint [script | directory]:
      *          list the scripts, lint each one, summarize and set
      *          the severity return code.
      * Tectonics: ./build.sh
      ******************************************************************
       main-procedure.

           move l-target-name to ws-lint-target
           initialize ws-total-counts

           perform list-lint-scripts

           open input fd-lint-list

           if not ws-lint-list-ok then
               close fd-lint-list
               perform remove-lint-scratch
               display "No .bas scripts found to lint."
               move ws-lint-rc-none to return-code
               goback
           end-if

           set ws-lint-not-eof to true

           perform until ws-lint-eof
               read fd-lint-list
                   at end set ws-lint-eof to true
                   not at end
                       if f-lint-list-line not = spaces then
                           perform lint-one-script
                       end-if
               end-read
           end-perform

           close fd-lint-list
           perform remove-lint-scratch

           if ws-scripts-checked = 0 then
               display "No .bas scripts found to lint."
               move ws-lint-rc-none to return-code
               goback
           end-if

           move ws-scripts-checked to ws-scripts-disp
           move ws-total-errors to ws-errors-disp
           move ws-total-warnings to ws-warnings-disp
           move ws-total-notes to ws-notes-disp
           display spaces
           display
               "Lint complete: " trim(ws-scripts-disp)
               " script(s), " trim(ws-errors-disp) " error(s), "
               trim(ws-warnings-disp) " warning(s), "
               trim(ws-notes-disp) " note(s)."
           end-display

           evaluate true
               when ws-total-errors > 0
                   move ws-lint-rc-error to return-code
               when ws-total-warnings > 0
                   move ws-lint-rc-warning to return-code
               when other
                   move ws-lint-rc-clean to return-code
           end-evaluate

           goback.


      *>   The scripts to lint, one per line: the library walk
      *>   --scan uses for a blank target, a directory's members,
      *>   or the one script named.
       list-lint-scripts.

           move spaces to ws-shell-command

           if ws-lint-target = spaces then
               accept ws-library-path from environment "CBI_PATH"
               end-accept

               if ws-library-path = spaces then
                   string
                       "ls -1 *.bas 2>/dev/null > cbi_lint_list.tmp"
                       delimited by size
                       into ws-shell-command
                   end-string
               else
                   inspect ws-library-path
                       replacing all ":" by " "
                   string
                       "for d in . " trim(ws-library-path)
                       "; do ls -1 $d/*.bas 2>/dev/null; done"
                       " > cbi_lint_list.tmp"
                       delimited by size
                       into ws-shell-command
                   end-string
               end-if
           else
               string
                   "if [ -d '" trim(ws-lint-target) "' ]; then "
                   "ls -1 '" trim(ws-lint-target) "'/*.bas "
                   "2>/dev/null; else echo '" trim(ws-lint-target)
                   "'; fi > cbi_lint_list.tmp"
                   delimited by size
                   into ws-shell-command
               end-string
           end-if

           call "SYSTEM" using ws-shell-command
           end-call

           exit paragraph.


       remove-lint-scratch.

           call "SYSTEM" using ws-cleanup-command
           end-call

           exit paragraph.


      ******************************************************************
      * Load one script through the normal parse tables, run both
      * passes and the end-of-script checks, then print its report.
      ******************************************************************
       lint-one-script.

           add 1 to ws-scripts-checked
           move trim(f-lint-list-line) to ws-input-source-file-name

           display spaces
           display "-----------------------------"
           display "Lint: " trim(ws-input-source-file-name)
           display "-----------------------------"

           perform reset-script-tables
           perform load-lint-script

           if ws-file-not-found then
               move ws-rank-error to ws-new-rank
               move 0 to ws-new-line
               move "Script not found." to ws-new-text
               perform add-finding
               perform print-script-findings
               exit paragraph
           end-if

           if ws-program-not-valid then
               move ws-rank-error to ws-new-rank
               move 0 to ws-new-line
               move "Script failed load-time validation (see above)."
                   to ws-new-text
               perform add-finding
           end-if

           perform check-block-structure

           set ws-not-in-block to true
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               perform classify-statement
               perform define-from-statement
           end-perform

           set ws-not-in-block to true
           move 0 to ws-unreachable-until
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               perform classify-statement
               perform reference-from-statement
               if (ws-stmt-end or ws-stmt-end-status
                   or ws-stmt-goto)
                   and ws-line-idx > ws-unreachable-until
               then
                   perform check-unreachable-after
               end-if
           end-perform

           perform report-symbol-findings
           perform report-channel-findings
           perform report-unreferenced-names

           perform print-script-findings

           exit paragraph.


       reset-script-tables.

           move 0 to ws-num-lines
           move 0 to ws-num-loops
           move 0 to ws-num-subs
           move 0 to ws-num-functions
           move 0 to ws-num-ifs
           move 0 to ws-num-selects
           move 0 to ws-num-line-labels
           move 0 to ws-num-declares
           move 0 to ws-num-data-values
           move 0 to ws-data-read-ptr
           initialize ws-line-op-table

           move 0 to ws-num-symbols
           move 0 to ws-num-findings
           initialize ws-script-counts
           initialize ws-channel-table
           move 'N' to ws-close-all-sw
           move all 'N' to ws-label-ref-flags
           move all 'N' to ws-sub-ref-flags
           move all 'N' to ws-function-ref-flags

           exit paragraph.


       load-lint-script.

           move 'N' to ws-list-program-sw
           move 'N' to ws-check-program-sw
           move 'N' to ws-xref-sw
           move spaces to ws-list-to-file-name

           call "load-program" using
               ws-input-source-file-name
               ws-source-data-table
               ws-loop-boundary-table
               ws-sub-boundary-table
               ws-function-boundary-table
               ws-if-boundary-table
               ws-select-boundary-table
               ws-line-label-boundary-table
               ws-declare-boundary-table
               ws-data-value-table
               ws-line-op-table
               ws-list-program-sw
               ws-file-found-sw
               ws-check-program-sw
               ws-list-to-file-name
               ws-xref-sw
               ws-program-valid-sw
           end-call

           exit paragraph.


      *>   The unclosed-block checks --check makes, as findings.
       check-block-structure.

           move ws-rank-error to ws-new-rank

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-loops
               if ws-loop-end(ws-name-idx) = 0 then
                   move ws-loop-start(ws-name-idx) to ws-new-line
                   move "Loop (WHILE/DO/FOR) is never closed."
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               if ws-sub-end(ws-name-idx) = 0 then
                   move ws-sub-start(ws-name-idx) to ws-new-line
                   move concatenate("SUB " trim(ws-sub-name(
                       ws-name-idx)) " has no END SUB.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-functions
               if ws-function-end(ws-name-idx) = 0 then
                   move ws-function-start(ws-name-idx) to ws-new-line
                   move concatenate("FUNCTION " trim(
                       ws-function-name(ws-name-idx))
                       " has no END FUNCTION.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-ifs
               if ws-if-end(ws-name-idx) = 0 then
                   move ws-if-start(ws-name-idx) to ws-new-line
                   move "IF has no END IF." to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-selects
               if ws-select-end(ws-name-idx) = 0 then
                   move ws-select-start(ws-name-idx) to ws-new-line
                   move "SELECT CASE has no END SELECT."
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           exit paragraph.


      ******************************************************************
      * Decide what kind of statement line ws-line-idx is, from its
      * op code where the loader recognized one and from its leading
      * keyword or assignment form where it did not.
      ******************************************************************
       classify-statement.

           move ws-line-idx to ws-cur-line
           move upper-case(trim(ws-source-data-read(ws-line-idx)))
               to ws-stmt
           move ws-line-op(ws-line-idx) to ws-cur-op
           set ws-stmt-skip to true

           if ws-stmt(1:4) = "LET " then
               move trim(ws-stmt(5:)) to ws-stmt
           end-if

           if ws-in-type-block then
               if ws-stmt(1:length(ws-end-type)) = ws-end-type then
                   set ws-not-in-block to true
               end-if
               exit paragraph
           end-if

           if ws-stmt = spaces then
               exit paragraph
           end-if

           move ws-line-idx to ws-probe-idx
           perform find-label-at-line
           if ws-found-label-idx > 0 then
               exit paragraph
           end-if

           evaluate true
               when ws-cur-op = ws-op-end-bare
                   set ws-stmt-end to true

               when ws-cur-op = ws-op-end-status
                   set ws-stmt-end-status to true

               when ws-stmt(1:length(ws-end-form)) = ws-end-form
                   set ws-not-in-block to true

               when ws-in-form-block
                   set ws-stmt-other to true

               when ws-stmt(1:length(ws-type)) = ws-type
                   set ws-in-type-block to true

               when ws-stmt(1:length(ws-form)) = ws-form
                   set ws-in-form-block to true

               when ws-stmt(1:length(ws-const)) = ws-const
                   set ws-stmt-const to true

               when ws-cur-op = ws-op-dim
                   or ws-cur-op = ws-op-redim
                   set ws-stmt-dim to true

               when ws-stmt(1:length(ws-for)) = ws-for
                   set ws-stmt-for to true

               when ws-cur-op = ws-op-input
                   or ws-cur-op = ws-op-input-hash
                   set ws-stmt-input to true

               when ws-cur-op = ws-op-read-restore
                   and ws-stmt(1:length(ws-read)) = ws-read
                   set ws-stmt-input to true

               when ws-cur-op = ws-op-read-restore
                   set ws-stmt-label-ref to true

               when ws-cur-op = ws-op-open
                   set ws-stmt-open to true

               when ws-cur-op = ws-op-close
                   set ws-stmt-close to true

               when ws-cur-op = ws-op-write-hash
                   or ws-cur-op = ws-op-print-hash
                   set ws-stmt-write-channel to true

               when ws-cur-op = ws-op-on-goto
                   or ws-cur-op = ws-op-on-error
                   set ws-stmt-on-goto to true

               when ws-cur-op = ws-op-call
                   set ws-stmt-call to true

               when ws-cur-op = ws-op-common
                   set ws-stmt-common to true

               when ws-cur-op = ws-op-data
                   set ws-stmt-skip to true

               when ws-cur-op = ws-op-print
                   or ws-cur-op = ws-op-lprint
                   or ws-cur-op = ws-op-assert
                   or ws-cur-op = ws-op-sleep
                   or ws-cur-op = ws-op-color
                   or ws-cur-op = ws-op-locate
                   or ws-cur-op = ws-op-chain
                   or ws-cur-op = ws-op-shell
                   or ws-cur-op = ws-op-log
                   or ws-cur-op = ws-op-environ
                   set ws-stmt-expression to true

               when ws-cur-op = ws-op-param
                   set ws-stmt-param to true

               when ws-cur-op not = ws-op-none
                   set ws-stmt-other to true

               when ws-stmt(1:length(ws-goto)) = ws-goto
                   or ws-stmt(1:length(ws-gosub)) = ws-gosub
                   set ws-stmt-goto to true

               when ws-stmt(1:7) = "RESUME "
                   set ws-stmt-label-ref to true

               when ws-stmt(1:length(ws-sub)) = ws-sub
                   set ws-stmt-sub to true

               when ws-stmt(1:length(ws-function)) = ws-function
                   or ws-stmt(1:length(ws-declare)) = ws-declare
                   or ws-stmt(1:length(ws-include)) = ws-include
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
                   set ws-stmt-skip to true

               when ws-stmt(1:length(ws-if)) = ws-if
                   or ws-stmt(1:length(ws-elseif)) = ws-elseif
                   or ws-stmt(1:length(ws-while)) = ws-while
                   or ws-stmt(1:length(ws-do)) = ws-do
                   or ws-stmt(1:length(ws-loop)) = ws-loop
                   or ws-stmt(1:length(ws-select-case))
                       = ws-select-case
                   or ws-stmt(1:length(ws-case)) = ws-case
                   or ws-stmt(1:length(ws-next)) = ws-next
                   set ws-stmt-expression to true

               when other
                   perform check-assignment-form
           end-evaluate

           exit paragraph.


      *>   NAME = ... or NAME(...) = ... with the first = outside
      *>   quotes and parentheses; anything else is a bare statement.
       check-assignment-form.

           set ws-stmt-bare to true
           perform find-top-level-equals

           if ws-eq-pos < 2 then
               exit paragraph
           end-if

           move ws-stmt(1:ws-eq-pos - 1) to ws-scan-text
           perform set-scan-length
           perform next-scan-token

           if ws-token-none or ws-scan-text(1:1) not = ws-token(1:1)
           then
               exit paragraph
           end-if

           perform check-stop-word
           if ws-is-stop-word then
               exit paragraph
           end-if

           set ws-stmt-assign to true

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


      ******************************************************************
      * Pass one: everything a statement sets or declares.
      ******************************************************************
       define-from-statement.

           evaluate true
               when ws-stmt-const
                   move trim(ws-stmt(length(ws-const) + 1:))
                       to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform find-or-add-symbol
                       if ws-sym-const-line(ws-found-sym-idx) = 0 then
                           move ws-cur-line
                               to ws-sym-const-line(ws-found-sym-idx)
                       end-if
                       perform mark-symbol-assigned
                   end-if

               when ws-stmt-dim
                   perform define-dim-items

      *>       A PARAM is assigned from the command line before the
      *>       first line runs.
               when ws-stmt-param
                   move trim(ws-stmt(length(ws-param) + 1:))
                       to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform find-or-add-symbol
                       perform mark-symbol-assigned
                   end-if

               when ws-stmt-for
                   move trim(ws-stmt(length(ws-for) + 1:))
                       to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform find-or-add-symbol
                       perform mark-symbol-assigned
                   end-if

               when ws-stmt-input
                   perform take-input-list
                   perform define-input-items

               when ws-stmt-assign
                   move ws-stmt(1:ws-eq-pos - 1) to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   perform find-function-name
                   if ws-found-function-idx = 0 then
                       perform find-or-add-symbol
                       perform mark-symbol-assigned
                   end-if

               when ws-stmt-sub
                   perform define-sub-params

               when ws-stmt-open
                   perform define-open-channel

               when ws-stmt-close
                   perform define-close-channels

               when ws-stmt-common
                   move trim(ws-stmt(length(ws-common) + 1:))
                       to ws-scan-text
                   perform set-scan-length
                   set ws-scan-implicit to true
                   perform scan-text-for-names

               when ws-stmt-other
                   move ws-stmt to ws-scan-text
                   perform set-scan-length
                   set ws-scan-implicit to true
                   perform scan-text-for-names
           end-evaluate

           exit paragraph.


       define-dim-items.

           perform take-dim-list
           perform start-list-walk

           perform next-list-item
           perform until ws-item-none
               move ws-item-text to ws-scan-text
               perform set-scan-length
               perform next-scan-token
               if ws-token-found then
                   perform find-or-add-symbol
                   if ws-sym-dim-line(ws-found-sym-idx) = 0 then
                       move ws-cur-line
                           to ws-sym-dim-line(ws-found-sym-idx)
                   end-if

                   move 0 to ws-type-count
                   inspect ws-item-text tallying
                       ws-type-count for all ws-string-type
                   if ws-type-count > 0 then
                       set ws-sym-is-string(ws-found-sym-idx) to true
                   end-if

                   move 0 to ws-type-count
                   inspect ws-item-text tallying
                       ws-type-count for all ws-integer-type
                       ws-type-count for all ws-single-type
                       ws-type-count for all ws-double-type
                       ws-type-count for all ws-decimal-type
                   if ws-type-count > 0 then
                       set ws-sym-is-number(ws-found-sym-idx) to true
                   end-if
               end-if
               perform next-list-item
           end-perform

           exit paragraph.


      *>   The items of DIM [SHARED], or the array of REDIM after
      *>   its PRESERVE/SHARED options.
       take-dim-list.

           evaluate true
               when ws-cur-op = ws-op-redim
                   move trim(ws-stmt(length(ws-redim) + 1:))
                       to ws-list-text
                   perform 2 times
                       evaluate true
                           when ws-list-text(
                               1:length(ws-redim-preserve))
                               = ws-redim-preserve
                               move trim(ws-list-text(
                                   length(ws-redim-preserve) + 1:))
                                   to ws-list-text
                           when ws-list-text(
                               1:length(ws-redim-shared))
                               = ws-redim-shared
                               move trim(ws-list-text(
                                   length(ws-redim-shared) + 1:))
                                   to ws-list-text
                       end-evaluate
                   end-perform
               when ws-stmt(1:length(ws-dim-shared)) = ws-dim-shared
                   move trim(ws-stmt(length(ws-dim-shared) + 1:))
                       to ws-list-text
               when other
                   move trim(ws-stmt(length(ws-dim) + 1:))
                       to ws-list-text
           end-evaluate

           exit paragraph.


      *>   The variable list of INPUT, INPUT# or READ: after the
      *>   prompt literal or the channel number.
       take-input-list.

           move spaces to ws-list-text

           evaluate true
               when ws-stmt(1:length(ws-read)) = ws-read
                   move trim(ws-stmt(length(ws-read) + 1:))
                       to ws-list-text

               when ws-stmt(1:length(ws-input-hash)) = ws-input-hash
                   move ws-stmt to ws-work-text
                   unstring ws-work-text delimited by ","
                       into ws-left-text ws-right-text
                   end-unstring
                   move trim(ws-work-text(length(trim(ws-left-text))
                       + 2:)) to ws-list-text

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
                       if ws-eq-pos > 0
                           and ws-eq-pos < length(ws-work-text)
                       then
                           move trim(ws-work-text(ws-eq-pos + 1:))
                               to ws-work-text
                           if ws-work-text(1:1) = ";"
                               or ws-work-text(1:1) = ","
                           then
                               move trim(ws-work-text(2:))
                                   to ws-work-text
                           end-if
                       else
                           move spaces to ws-work-text
                       end-if
                   end-if
                   move ws-work-text to ws-list-text
           end-evaluate

           perform start-list-walk

           exit paragraph.


       define-input-items.

           perform next-list-item
           perform until ws-item-none
               move ws-item-text to ws-scan-text
               perform set-scan-length
               perform next-scan-token
               if ws-token-found then
                   perform find-or-add-symbol
                   perform mark-symbol-assigned
               end-if
               perform next-list-item
           end-perform

           exit paragraph.


      *>   A SUB's parameters are set by every CALL.
       define-sub-params.

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               if ws-sub-start(ws-name-idx) = ws-cur-line then
                   perform varying ws-sym-idx from 1 by 1
                   until ws-sym-idx > ws-sub-num-params(ws-name-idx)
                       move ws-sub-param-name(ws-name-idx, ws-sym-idx)
                           to ws-scan-text
                       perform set-scan-length
                       perform next-scan-token
                       if ws-token-found then
                           perform find-or-add-symbol
                           perform mark-symbol-assigned
                       end-if
                   end-perform
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   OPEN "name" FOR mode AS #n -- notes the channel's first
      *>   OPEN and whether any OPEN of it is for other than INPUT.
       define-open-channel.

           perform take-open-channel
           if ws-ch-number = 0 then
               exit paragraph
           end-if

           if ws-ch-open-line(ws-ch-number) = 0 then
               move ws-cur-line to ws-ch-open-line(ws-ch-number)
           end-if

           if ws-mode-word not = "INPUT" then
               set ws-ch-opened-for-output(ws-ch-number) to true
           end-if

           exit paragraph.


       take-open-channel.

           move 0 to ws-ch-number
           move spaces to ws-mode-word
           move spaces to ws-left-text
           move spaces to ws-right-text

           unstring ws-stmt delimited by " AS #" or " AS "
               into ws-left-text ws-right-text
           end-unstring

           move spaces to ws-work-text
           unstring ws-right-text delimited by all space or ","
               into ws-work-text
           end-unstring
           inspect ws-work-text replacing all "#" by space
           if trim(ws-work-text) not = spaces
               and test-numval(trim(ws-work-text)) = 0
           then
               move numval(trim(ws-work-text)) to ws-ch-number
               if ws-ch-number > ws-max-lint-channels then
                   move 0 to ws-ch-number
               end-if
           end-if

           move spaces to ws-right-text
           unstring ws-left-text delimited by " FOR "
               into ws-work-text ws-right-text
           end-unstring
           unstring ws-right-text delimited by all space
               into ws-mode-word
           end-unstring

           exit paragraph.


       define-close-channels.

           move trim(ws-stmt(length(ws-close) + 1:)) to ws-list-text
           if ws-list-text = spaces then
               set ws-close-all-seen to true
               exit paragraph
           end-if

           perform start-list-walk
           perform next-list-item
           perform until ws-item-none
               inspect ws-item-text replacing all "#" by space
               if test-numval(trim(ws-item-text)) = 0 then
                   move numval(trim(ws-item-text)) to ws-ch-number
                   if ws-ch-number > 0
                       and ws-ch-number <= ws-max-lint-channels
                   then
                       set ws-ch-closed(ws-ch-number) to true
                   end-if
               end-if
               perform next-list-item
           end-perform

           exit paragraph.


      ******************************************************************
      * Pass two: everything a statement uses, plus the checks that
      * need the whole script's declarations from pass one.
      ******************************************************************
       reference-from-statement.

           evaluate true
               when ws-stmt-const
                   perform find-top-level-equals
                   if ws-eq-pos > 0 then
                       move ws-stmt(ws-eq-pos + 1:) to ws-scan-text
                       perform scan-for-reads
                   end-if

               when ws-stmt-dim
                   perform reference-dim-items

               when ws-stmt-for
                   perform find-top-level-equals
                   if ws-eq-pos > 0 then
                       move ws-stmt(ws-eq-pos + 1:) to ws-scan-text
                       perform scan-for-reads
                   end-if

               when ws-stmt-input
                   perform take-input-list
                   perform reference-input-items

               when ws-stmt-open
                   move spaces to ws-left-text
                   unstring ws-stmt delimited by " FOR "
                       into ws-left-text
                   end-unstring
                   move ws-left-text(length(ws-open) + 1:)
                       to ws-scan-text
                   perform scan-for-reads

               when ws-stmt-write-channel
                   perform reference-write-channel

               when ws-stmt-goto
                   if ws-stmt(1:length(ws-goto)) = ws-goto then
                       move ws-stmt(length(ws-goto) + 1:)
                           to ws-scan-text
                   else
                       move ws-stmt(length(ws-gosub) + 1:)
                           to ws-scan-text
                   end-if
                   perform mark-first-name-label-ref

               when ws-stmt-label-ref
                   move ws-stmt to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   perform next-scan-token
                   if ws-token-found then
                       perform find-label-name
                       if ws-found-label-idx > 0 then
                           move 'Y'
                               to ws-label-ref-sw(ws-found-label-idx)
                       end-if
                   end-if

               when ws-stmt-on-goto
                   perform reference-on-goto

               when ws-stmt-call
                   perform reference-call

               when ws-stmt-assign
                   perform reference-assignment

               when ws-stmt-expression
               when ws-stmt-end-status
                   move ws-stmt to ws-scan-text
                   perform scan-for-reads

               when ws-stmt-bare
                   move ws-stmt to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found then
                       perform find-sub-name
                       if ws-found-sub-idx > 0 then
                           move 'Y' to ws-sub-ref-sw(ws-found-sub-idx)
                       end-if
                   end-if
                   move ws-stmt to ws-scan-text
                   perform set-scan-length
                   set ws-scan-known-reads to true
                   perform scan-text-for-names

               when ws-stmt-other
                   move ws-stmt to ws-scan-text
                   perform set-scan-length
                   set ws-scan-known-reads to true
                   perform scan-text-for-names
           end-evaluate

           exit paragraph.


       scan-for-reads.

           perform set-scan-length
           set ws-scan-reads to true
           perform scan-text-for-names

           exit paragraph.


      *>   Array bounds are reads; the AS clause (a type name) is not.
       reference-dim-items.

           perform take-dim-list
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
               set ws-scan-reads to true
               perform scan-text-for-names
               perform next-list-item
           end-perform

           exit paragraph.


      *>   Subscripts of the input targets are reads.
       reference-input-items.

           perform next-list-item
           perform until ws-item-none
               move ws-item-text to ws-scan-text
               perform set-scan-length
               perform next-scan-token
               set ws-scan-reads to true
               perform scan-text-for-names
               perform next-list-item
           end-perform

           exit paragraph.


       reference-write-channel.

           if ws-cur-op = ws-op-write-hash then
               move ws-stmt(length(ws-write-hash) + 1:) to ws-list-text
           else
               move ws-stmt(length(ws-print-hash) + 1:) to ws-list-text
           end-if
           move trim(ws-list-text) to ws-list-text

           move spaces to ws-left-text
           move spaces to ws-right-text
           unstring ws-list-text delimited by ","
               into ws-left-text
           end-unstring
           if length(trim(ws-left-text)) < length(trim(ws-list-text))
           then
               move ws-list-text(length(trim(ws-left-text)) + 2:)
                   to ws-right-text
           end-if

           move 0 to ws-ch-number
           if trim(ws-left-text) not = spaces
               and test-numval(trim(ws-left-text)) = 0
           then
               move numval(trim(ws-left-text)) to ws-ch-number
           end-if

           if ws-ch-number > 0
               and ws-ch-number <= ws-max-lint-channels
           then
               if ws-ch-open-line(ws-ch-number) > 0
                   and not ws-ch-opened-for-output(ws-ch-number)
               then
                   move ws-ch-number to ws-ch-disp
                   move ws-ch-open-line(ws-ch-number) to ws-line-disp
                   move ws-rank-error to ws-new-rank
                   move ws-cur-line to ws-new-line
                   move concatenate("Output to #" trim(ws-ch-disp)
                       ", which is only ever opened FOR INPUT"
                       " (line " trim(ws-line-disp) ").")
                       to ws-new-text
                   perform add-finding
               end-if
           end-if

           move ws-right-text to ws-scan-text
           perform scan-for-reads

           exit paragraph.


      *>   ON ERROR GOTO label, or ON expr GOTO|GOSUB label, label...
       reference-on-goto.

           move spaces to ws-left-text
           move spaces to ws-right-text
           unstring ws-stmt delimited by " GOTO " or " GOSUB "
               into ws-left-text ws-right-text
           end-unstring

           if ws-stmt(1:length(ws-on-error)) not = ws-on-error then
               move ws-left-text(length(ws-on) + 1:) to ws-scan-text
               perform scan-for-reads
           end-if

           move ws-right-text to ws-list-text
           perform start-list-walk
           perform next-list-item
           perform until ws-item-none
               move ws-item-text to ws-scan-text
               perform mark-first-name-label-ref
               perform next-list-item
           end-perform

           exit paragraph.


       mark-first-name-label-ref.

           perform set-scan-length
           perform next-scan-token
           if ws-token-found then
               perform find-label-name
               if ws-found-label-idx > 0 then
                   move 'Y' to ws-label-ref-sw(ws-found-label-idx)
               end-if
           end-if

           exit paragraph.


      *>   CALL NAME(args) or CALL NAME args: the SUB is referenced,
      *>   the argument count checked against its declaration and
      *>   the arguments are reads.
       reference-call.

           move trim(ws-stmt(length(ws-call) + 1:)) to ws-work-text
           move ws-work-text to ws-scan-text
           perform set-scan-length
           perform next-scan-token
           if ws-token-none then
               exit paragraph
           end-if

           perform find-sub-name
           if ws-found-sub-idx > 0 then
               move 'Y' to ws-sub-ref-sw(ws-found-sub-idx)
           end-if

           move spaces to ws-list-text
           if ws-token-has-paren then
               perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(ws-work-text)
                   or ws-work-text(ws-char-idx:1) = "("
                   continue
               end-perform
               move ws-work-text(ws-char-idx + 1:) to ws-list-text
               perform varying ws-char-idx
               from length(trim(ws-list-text trailing)) by -1
               until ws-char-idx < 1
                   or ws-list-text(ws-char-idx:1) = ")"
                   continue
               end-perform
               if ws-char-idx > 0 then
                   move spaces to ws-list-text(ws-char-idx:)
               end-if
           else
               if ws-scan-pos <= ws-scan-len then
                   move ws-work-text(ws-scan-pos:) to ws-list-text
               end-if
           end-if

           perform start-list-walk
           move 0 to ws-arg-count
           perform next-list-item
           perform until ws-item-none
               add 1 to ws-arg-count
               perform next-list-item
           end-perform

           if ws-found-sub-idx > 0
               and ws-arg-count
                   not = ws-sub-num-params(ws-found-sub-idx)
           then
               move ws-arg-count to ws-count-disp
               move ws-sub-num-params(ws-found-sub-idx)
                   to ws-count-disp-2
               move ws-rank-error to ws-new-rank
               move ws-cur-line to ws-new-line
               move concatenate("CALL " trim(ws-token) " passes "
                   trim(ws-count-disp) " argument(s); the SUB declares "
                   trim(ws-count-disp-2) ".")
                   to ws-new-text
               perform add-finding
           end-if

           move ws-list-text to ws-scan-text
           perform scan-for-reads

           exit paragraph.


      *>   Target subscripts and the value are reads; the value's
      *>   type is checked against a declared target type, and a
      *>   FUNCTION call with arguments is flagged -- FUNCTIONs take
      *>   none.
       reference-assignment.

           move ws-stmt(1:ws-eq-pos - 1) to ws-scan-text
           perform set-scan-length
           perform next-scan-token
           move ws-token to ws-token-temp
           set ws-scan-reads to true
           perform scan-text-for-names

           move trim(ws-stmt(ws-eq-pos + 1:)) to ws-right-text

           move ws-right-text to ws-scan-text
           perform set-scan-length
           perform next-scan-token
           if ws-token-found and ws-token-has-paren then
               perform find-function-name
               if ws-found-function-idx > 0 then
                   perform check-function-call-args
               end-if
           end-if

           move ws-right-text to ws-scan-text
           perform scan-for-reads

           perform check-assignment-types

           exit paragraph.


       check-function-call-args.

           move spaces to ws-list-text
           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(ws-right-text)
               or ws-right-text(ws-char-idx:1) = "("
               continue
           end-perform
           move ws-right-text(ws-char-idx + 1:) to ws-list-text
           perform varying ws-char-idx
           from length(trim(ws-list-text trailing)) by -1
           until ws-char-idx < 1
               or ws-list-text(ws-char-idx:1) = ")"
               continue
           end-perform
           if ws-char-idx > 0 then
               move spaces to ws-list-text(ws-char-idx:)
           end-if

           perform start-list-walk
           move 0 to ws-arg-count
           perform next-list-item
           perform until ws-item-none
               add 1 to ws-arg-count
               perform next-list-item
           end-perform

           if ws-arg-count > 0 then
               move ws-arg-count to ws-count-disp
               move ws-rank-error to ws-new-rank
               move ws-cur-line to ws-new-line
               move concatenate("FUNCTION "
                   trim(ws-function-name(ws-found-function-idx))
                   " is called with " trim(ws-count-disp)
                   " argument(s); FUNCTIONs take none.")
                   to ws-new-text
               perform add-finding
           end-if

           exit paragraph.


       check-assignment-types.

           move ws-token-temp to ws-token
           perform find-symbol
           if ws-found-sym-idx = 0 then
               exit paragraph
           end-if
           move ws-sym-type(ws-found-sym-idx) to ws-target-type
           if ws-target-type = space then
               exit paragraph
           end-if

           move space to ws-value-type
           evaluate true
               when ws-right-text(1:1) = '"'
                   move 'S' to ws-value-type
               when test-numval(trim(ws-right-text)) = 0
                   move 'N' to ws-value-type
               when other
                   move ws-right-text to ws-scan-text
                   perform set-scan-length
                   perform next-scan-token
                   if ws-token-found and ws-token-no-paren
                       and ws-scan-pos > ws-scan-len
                       and ws-scan-text(1:1) = ws-token(1:1)
                   then
                       perform find-symbol
                       if ws-found-sym-idx > 0 then
                           move ws-sym-type(ws-found-sym-idx)
                               to ws-value-type
                       end-if
                   end-if
           end-evaluate

           if ws-value-type = space
               or ws-value-type = ws-target-type
           then
               exit paragraph
           end-if

           move ws-rank-error to ws-new-rank
           move ws-cur-line to ws-new-line
           if ws-target-type = 'S' then
               move concatenate("Numeric value assigned to string "
                   "variable " trim(ws-token-temp) ".")
                   to ws-new-text
           else
               move concatenate("String value assigned to numeric "
                   "variable " trim(ws-token-temp) ".")
                   to ws-new-text
           end-if
           perform add-finding

           exit paragraph.


      *>   After a GOTO or END, statements up to the next label,
      *>   block boundary or SUB/FUNCTION can never run.
       check-unreachable-after.

           if ws-stmt-goto then
               if ws-stmt(1:length(ws-gosub)) = ws-gosub then
                   exit paragraph
               end-if
               move "GOTO" to ws-flow-stop-word
           else
               move "END" to ws-flow-stop-word
           end-if

           move 0 to ws-unreachable-count
           move 0 to ws-unreachable-first
           compute ws-probe-idx = ws-line-idx + 1

           perform until ws-probe-idx > ws-num-lines
               perform check-flow-resumes
               if ws-flow-resumes then
                   exit perform
               end-if
               if ws-probe-stmt not = spaces then
                   add 1 to ws-unreachable-count
                   if ws-unreachable-first = 0 then
                       move ws-probe-idx to ws-unreachable-first
                   end-if
               end-if
               add 1 to ws-probe-idx
           end-perform

           compute ws-unreachable-until = ws-probe-idx - 1

           if ws-unreachable-count > 0 then
               move ws-unreachable-count to ws-count-disp
               move ws-cur-line to ws-line-disp
               move ws-rank-warning to ws-new-rank
               move ws-unreachable-first to ws-new-line
               move concatenate(trim(ws-count-disp)
                   " statement(s) after the "
                   trim(ws-flow-stop-word) " at line "
                   trim(ws-line-disp) " can never run.")
                   to ws-new-text
               perform add-finding
           end-if

           exit paragraph.


       check-flow-resumes.

           set ws-flow-continues-dead to true
           move upper-case(trim(ws-source-data-read(ws-probe-idx)))
               to ws-probe-stmt

           perform find-label-at-line
           if ws-found-label-idx > 0 then
               set ws-flow-resumes to true
               exit paragraph
           end-if

           if ws-probe-stmt(1:length(ws-sub)) = ws-sub
               or ws-probe-stmt(1:length(ws-function)) = ws-function
               or ws-probe-stmt(1:length(ws-end-sub)) = ws-end-sub
               or ws-probe-stmt(1:length(ws-end-function))
                   = ws-end-function
               or ws-probe-stmt(1:length(ws-end-if)) = ws-end-if
               or ws-probe-stmt(1:length(ws-else)) = ws-else
               or ws-probe-stmt(1:length(ws-case)) = ws-case
               or ws-probe-stmt(1:length(ws-end-select))
                   = ws-end-select
               or ws-probe-stmt(1:length(ws-loop)) = ws-loop
               or ws-probe-stmt(1:length(ws-wend)) = ws-wend
               or ws-probe-stmt(1:length(ws-next)) = ws-next
               or ws-probe-stmt(1:length(ws-data)) = ws-data
               or ws-probe-stmt(1:length(ws-declare)) = ws-declare
               or ws-probe-stmt(1:length(ws-type)) = ws-type
               or ws-probe-stmt(1:length(ws-form)) = ws-form
           then
               set ws-flow-resumes to true
           end-if

           exit paragraph.


      ******************************************************************
      * End-of-script checks over the symbol, channel and name
      * tables.
      ******************************************************************
       report-symbol-findings.

           perform varying ws-sym-idx from 1 by 1
           until ws-sym-idx > ws-num-symbols

               move ws-sym-name(ws-sym-idx) to ws-token
               perform find-function-name

               if not ws-sym-implicit(ws-sym-idx)
                   and ws-found-function-idx = 0
               then
                   if ws-sym-read-line(ws-sym-idx) > 0
                       and ws-sym-assign-line(ws-sym-idx) = 0
                   then
                       move ws-rank-warning to ws-new-rank
                       move ws-sym-read-line(ws-sym-idx) to ws-new-line
                       move concatenate(trim(ws-sym-name(ws-sym-idx))
                           " is read but never assigned.")
                           to ws-new-text
                       perform add-finding
                   end-if

                   if ws-sym-assign-line(ws-sym-idx) > 0
                       and ws-sym-read-line(ws-sym-idx) = 0
                   then
                       move ws-rank-note to ws-new-rank
                       move ws-sym-assign-line(ws-sym-idx)
                           to ws-new-line
                       move concatenate(trim(ws-sym-name(ws-sym-idx))
                           " is assigned but never read.")
                           to ws-new-text
                       perform add-finding
                   end-if
               end-if

               if ws-sym-const-line(ws-sym-idx) > 0
                   and ws-sym-dim-line(ws-sym-idx) > 0
               then
                   move ws-sym-const-line(ws-sym-idx) to ws-line-disp
                   move ws-rank-warning to ws-new-rank
                   move ws-sym-dim-line(ws-sym-idx) to ws-new-line
                   move concatenate("DIM " trim(ws-sym-name(ws-sym-idx))
                       " shadows the CONST declared at line "
                       trim(ws-line-disp) ".")
                       to ws-new-text
                   perform add-finding
               end-if

           end-perform

           exit paragraph.


       report-channel-findings.

           if ws-close-all-seen then
               exit paragraph
           end-if

           perform varying ws-ch-idx from 1 by 1
           until ws-ch-idx > ws-max-lint-channels
               if ws-ch-open-line(ws-ch-idx) > 0
                   and not ws-ch-closed(ws-ch-idx)
               then
                   move ws-ch-idx to ws-ch-disp
                   move ws-rank-warning to ws-new-rank
                   move ws-ch-open-line(ws-ch-idx) to ws-new-line
                   move concatenate("#" trim(ws-ch-disp)
                       " is OPENed but never CLOSEd.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           exit paragraph.


       report-unreferenced-names.

           move ws-rank-note to ws-new-rank

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-line-labels
               move ws-label-start(ws-name-idx) to ws-probe-idx
               move ws-name-idx to ws-sym-idx
               perform find-label-at-line
               move ws-sym-idx to ws-name-idx
               if ws-found-label-idx > 0
                   and ws-label-ref-sw(ws-name-idx) not = 'Y'
               then
                   move ws-label-start(ws-name-idx) to ws-new-line
                   move concatenate("Label "
                       trim(ws-label-name(ws-name-idx))
                       " is never referenced.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               if ws-sub-ref-sw(ws-name-idx) not = 'Y' then
                   move ws-sub-start(ws-name-idx) to ws-new-line
                   move concatenate("SUB "
                       trim(ws-sub-name(ws-name-idx))
                       " is never called.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-functions
               if ws-function-ref-sw(ws-name-idx) not = 'Y' then
                   move ws-function-start(ws-name-idx) to ws-new-line
                   move concatenate("FUNCTION "
                       trim(ws-function-name(ws-name-idx))
                       " is never called.")
                       to ws-new-text
                   perform add-finding
               end-if
           end-perform

           exit paragraph.


      *>   Errors, then warnings, then notes; line order within each.
       print-script-findings.

           perform varying ws-fnd-idx from 1 by 1
           until ws-fnd-idx > ws-num-findings
               evaluate ws-fnd-rank(ws-fnd-idx)
                   when ws-rank-error
                       move "ERROR" to ws-fnd-rank-word
                   when ws-rank-warning
                       move "WARNING" to ws-fnd-rank-word
                   when other
                       move "NOTE" to ws-fnd-rank-word
               end-evaluate
               move ws-fnd-line(ws-fnd-idx) to ws-fnd-line-disp
               display
                   "  " ws-fnd-rank-word " line " ws-fnd-line-disp
                   ": " trim(ws-fnd-text(ws-fnd-idx))
               end-display
           end-perform

           move ws-script-errors to ws-errors-disp
           move ws-script-warnings to ws-warnings-disp
           move ws-script-notes to ws-notes-disp
           if ws-num-findings = 0 then
               display "  No findings."
           end-if
           display
               "  " trim(ws-errors-disp) " error(s), "
               trim(ws-warnings-disp) " warning(s), "
               trim(ws-notes-disp) " note(s)."
           end-display

           add ws-script-errors to ws-total-errors
           add ws-script-warnings to ws-total-warnings
           add ws-script-notes to ws-total-notes

           exit paragraph.


      *>   Counts every finding; keeps the first 500 in rank and
      *>   line order.
       add-finding.

           evaluate ws-new-rank
               when ws-rank-error
                   add 1 to ws-script-errors
               when ws-rank-warning
                   add 1 to ws-script-warnings
               when other
                   add 1 to ws-script-notes
           end-evaluate

           if ws-num-findings >= ws-max-lint-findings then
               exit paragraph
           end-if

           compute ws-fnd-insert-idx = ws-num-findings + 1
           perform varying ws-fnd-idx from 1 by 1
           until ws-fnd-idx > ws-num-findings
               if ws-fnd-rank(ws-fnd-idx) > ws-new-rank
                   or (ws-fnd-rank(ws-fnd-idx) = ws-new-rank
                   and ws-fnd-line(ws-fnd-idx) > ws-new-line)
               then
                   move ws-fnd-idx to ws-fnd-insert-idx
                   exit perform
               end-if
           end-perform

           perform varying ws-fnd-idx from ws-num-findings by -1
           until ws-fnd-idx < ws-fnd-insert-idx
               move ws-finding-entry(ws-fnd-idx)
                   to ws-finding-entry(ws-fnd-idx + 1)
           end-perform

           add 1 to ws-num-findings
           move ws-new-rank to ws-fnd-rank(ws-fnd-insert-idx)
           move ws-new-line to ws-fnd-line(ws-fnd-insert-idx)
           move ws-new-text to ws-fnd-text(ws-fnd-insert-idx)

           exit paragraph.


      ******************************************************************
      * Name scanner.
      ******************************************************************
       set-scan-length.

           move 1 to ws-scan-pos
           if ws-scan-text = spaces then
               move 0 to ws-scan-len
           else
               move length(trim(ws-scan-text trailing)) to ws-scan-len
           end-if

           exit paragraph.


      *>   Every name left in ws-scan-text from ws-scan-pos, handled
      *>   by ws-scan-mode: R reads (adding names not yet seen), K
      *>   reads of names already known, A implicit set-and-use.
       scan-text-for-names.

           perform next-scan-token
           perform until ws-token-none
               perform note-scanned-name
               perform next-scan-token
           end-perform

           exit paragraph.


       note-scanned-name.

           perform check-stop-word
           if ws-is-stop-word then
               exit paragraph
           end-if

           perform find-function-name
           if ws-found-function-idx > 0 then
               if ws-cur-line < ws-function-start(ws-found-function-idx)
                   or ws-cur-line
                       > ws-function-end(ws-found-function-idx)
               then
                   move 'Y' to ws-function-ref-sw(ws-found-function-idx)
               end-if
               exit paragraph
           end-if

           perform find-symbol

      *>   A name followed by ( that is not a known array is one of
      *>   the built-in functions.
           if ws-found-sym-idx = 0 and ws-token-has-paren then
               exit paragraph
           end-if

           evaluate true
               when ws-scan-implicit
                   if ws-found-sym-idx = 0 then
                       perform add-symbol
                   end-if
                   set ws-sym-implicit(ws-found-sym-idx) to true

               when ws-scan-known-reads
                   if ws-found-sym-idx > 0 then
                       perform mark-symbol-read
                   end-if

               when other
                   if ws-found-sym-idx = 0 then
                       perform add-symbol
                   end-if
                   perform mark-symbol-read
           end-evaluate

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
                           to ws-token-temp
                       unstring ws-token-temp delimited by "."
                           into ws-token
                       end-unstring
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


      *>   Statement and clause words, type names and the built-in
      *>   values that take no parentheses -- never variables.
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
               when "SYSTEM"   when "STOP"     when "CHAIN"
               when "SLEEP"    when "LOCATE"   when "COLOR"
               when "SHELL"    when "LOG"      when "ENVIRON"
               when "READ"     when "WRITE"    when "LINE"
               when "RANDOMIZE"
                   set ws-is-stop-word to true
           end-evaluate

           exit paragraph.


      ******************************************************************
      * Table lookups.
      ******************************************************************
       find-symbol.

           move 0 to ws-found-sym-idx
           perform varying ws-sym-idx from 1 by 1
           until ws-sym-idx > ws-num-symbols
               if ws-sym-name(ws-sym-idx) = ws-token then
                   move ws-sym-idx to ws-found-sym-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-or-add-symbol.

           perform find-symbol
           if ws-found-sym-idx = 0 then
               perform add-symbol
           end-if

           exit paragraph.


      *>   A $ suffix types a name STRING; % & ! # type it numeric.
       add-symbol.

           if ws-num-symbols >= ws-max-lint-symbols then
               move ws-max-lint-symbols to ws-found-sym-idx
               exit paragraph
           end-if

           add 1 to ws-num-symbols
           move ws-num-symbols to ws-found-sym-idx
           initialize ws-symbol-entry(ws-found-sym-idx)
           move ws-token to ws-sym-name(ws-found-sym-idx)
           move space to ws-sym-type(ws-found-sym-idx)
           move 'N' to ws-sym-implicit-sw(ws-found-sym-idx)

           move length(trim(ws-token)) to ws-token-len
           evaluate ws-token(ws-token-len:1)
               when "$"
                   set ws-sym-is-string(ws-found-sym-idx) to true
               when "%"
               when "&"
               when "!"
               when "#"
                   set ws-sym-is-number(ws-found-sym-idx) to true
           end-evaluate

           exit paragraph.


       mark-symbol-assigned.

           if ws-sym-assign-line(ws-found-sym-idx) = 0 then
               move ws-cur-line to ws-sym-assign-line(ws-found-sym-idx)
           end-if

           exit paragraph.


       mark-symbol-read.

           if ws-sym-read-line(ws-found-sym-idx) = 0 then
               move ws-cur-line to ws-sym-read-line(ws-found-sym-idx)
           end-if

           exit paragraph.


       find-function-name.

           move 0 to ws-found-function-idx
           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-functions
               if ws-function-name(ws-name-idx) = ws-token then
                   move ws-name-idx to ws-found-function-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-sub-name.

           move 0 to ws-found-sub-idx
           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               if ws-sub-name(ws-name-idx) = ws-token then
                   move ws-name-idx to ws-found-sub-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-label-name.

           move 0 to ws-found-label-idx
           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-line-labels
               if ws-label-name(ws-name-idx) = ws-token then
                   move ws-name-idx to ws-found-label-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Is there a line label at statement ws-probe-idx? The
      *>   loader's label table also holds the first word of other
      *>   statements it does not recognize, so only a statement
      *>   that is the label name alone counts.
       find-label-at-line.

           move 0 to ws-found-label-idx
           if ws-line-op(ws-probe-idx) not = ws-op-none then
               exit paragraph
           end-if

           move upper-case(trim(ws-source-data-read(ws-probe-idx)))
               to ws-label-text
           inspect ws-label-text replacing all ":" by space

           evaluate trim(ws-label-text)
               when "WEND"     when "LOOP"     when "NEXT"
               when "ELSE"     when "DO"       when "RETURN"
               when "RESTORE"  when "CLOSE"    when "END"
                   exit paragraph
           end-evaluate

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-line-labels
               if ws-label-start(ws-name-idx) = ws-probe-idx
                   and trim(ws-label-text) = ws-label-name(ws-name-idx)
               then
                   move ws-name-idx to ws-found-label-idx
                   exit perform
               end-if
           end-perform

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

       end program script-lint.
