      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Statement and branch coverage report behind
      *          cbi --coverage-report [script | directory]. Reads the
      *          <script>.cov counts --coverage accumulates across
      *          regression runs and prints, for each script:
      *            a listing of every loaded line with the number of
      *            times it ran, ##### where it never ran, and - for
      *            lines that are not statements (comments, labels,
      *            block headers and ends, DECLARE/DATA/OPTION, TYPE
      *            and FORM definitions);
      *            every IF/ELSEIF/ELSE and SELECT CASE clause with
      *            the times it was taken -- the implicit ELSE of an
      *            IF without one, and the no-match path of a SELECT
      *            without CASE ELSE, counted as the runs of the
      *            header that entered no clause;
      *            the share of statements run and branches taken for
      *            the main program and each SUB and FUNCTION.
      *          A blank target reports every script in the current
      *          directory with a .cov file; a directory reports its
      *          scripts that have one; anything else is one script.
      *          Line numbers are the loaded statement numbers --
      *          colon-separated statements and INCLUDEd lines
      *          counted -- the numbering --check and --lint use.
      *          Return code 0 when every statement ran and every
      *          branch was taken, 4 when anything was missed, 8 when
      *          a script is missing or has changed since its
      *          coverage was recorded, 2 when there is no coverage
      *          to report.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. coverage-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-cov-list
               assign to "cbi_cov_list.tmp"
               organization is line sequential
               file status is ws-cov-list-status.

       data division.

       file section.

       fd  fd-cov-list.
       01  f-cov-list-line               pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       copy "copybooks/basic_op_codes.cpy".

       78  ws-cov-rc-full                value 0.
       78  ws-cov-rc-none                value 2.
       78  ws-cov-rc-gaps                value 4.
       78  ws-cov-rc-error               value 8.

       78  ws-max-routines               value 2001.

       01  ws-cov-list-status            pic xx.
           88  ws-cov-list-ok            value "00".

       01  ws-cov-target                 pic x(1024) value spaces.
       01  ws-shell-command              pic x(2200) value spaces.
       01  ws-cleanup-command            pic x(64)
           value "rm -f cbi_cov_list.tmp".

       01  ws-cov-eof-sw                 pic a value 'N'.
           88  ws-cov-eof                value 'Y'.
           88  ws-cov-not-eof            value 'N'.

       01  ws-worst-rc                   pic 9 value 0.

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

       01  ws-coverage-table.
           05  ws-coverage-count         pic 9(8) comp
                                         occurs 64000 times.

       01  ws-coverage-rc                pic 9 value 0.
           88  ws-coverage-none          value 0.
           88  ws-coverage-found         value 1.
           88  ws-coverage-stale         value 2.

      *>   What each loaded line is for the report: a statement or
      *>   not, and the routine (1 = main program, then each SUB,
      *>   then each FUNCTION) it belongs to.
       01  ws-line-class-table.
           05  ws-line-class             occurs 64000 times.
               10  ws-line-kind          pic a.
                   88  ws-line-executable     value 'X'.
                   88  ws-line-not-executable value '-'.
               10  ws-line-routine       pic 9(4) comp.

       01  ws-routine-table.
           05  ws-num-routines           pic 9(4) comp value 0.
           05  ws-routine-entry          occurs 2001 times.
               10  ws-rtn-name           pic x(40).
               10  ws-rtn-lines          pic 9(5) comp.
               10  ws-rtn-lines-hit      pic 9(5) comp.
               10  ws-rtn-branches       pic 9(5) comp.
               10  ws-rtn-branches-hit   pic 9(5) comp.

       01  ws-rtn-idx                    pic 9(4) comp.
       01  ws-name-idx                   pic 9(4) comp.
       01  ws-clause-idx                 pic 9(4) comp.

       01  ws-line-idx                   pic 9(10) comp.
       01  ws-probe-idx                  pic 9(10) comp.
       01  ws-stmt                       pic x(1024).
       01  ws-label-text                 pic x(1024).
       01  ws-found-label-sw             pic a.
           88  ws-found-label            value 'Y'.
           88  ws-no-label               value 'N'.

       01  ws-block-sw                   pic a value space.
           88  ws-in-type-block          value 'T'.
           88  ws-in-form-block          value 'F'.
           88  ws-not-in-block           value space.

      *>   One branch clause: the line that opens it, the line that
      *>   ends its body, and the first statement of that body.
       01  ws-clause-line                pic 9(5).
       01  ws-clause-limit               pic 9(5).
       01  ws-clause-kind                pic x(10).
       01  ws-clause-count               pic 9(10) comp.
       01  ws-clause-sum                 pic 9(10) comp.
       01  ws-header-count               pic 9(10) comp.
       01  ws-body-line                  pic 9(10) comp.
       01  ws-branch-rtn                 pic 9(4) comp.
       01  ws-case-else-sw               pic a.
           88  ws-case-else-seen         value 'Y'.
           88  ws-no-case-else           value 'N'.
       01  ws-branches-header-sw         pic a.
           88  ws-branches-header-shown  value 'Y'.
           88  ws-branches-header-needed value 'N'.

       01  ws-script-counts.
           05  ws-script-lines           pic 9(7) comp.
           05  ws-script-lines-hit       pic 9(7) comp.
           05  ws-script-branches        pic 9(7) comp.
           05  ws-script-branches-hit    pic 9(7) comp.

       01  ws-total-counts.
           05  ws-scripts-reported       pic 9(5) comp value 0.
           05  ws-total-lines            pic 9(7) comp value 0.
           05  ws-total-lines-hit        pic 9(7) comp value 0.
           05  ws-total-branches         pic 9(7) comp value 0.
           05  ws-total-branches-hit     pic 9(7) comp value 0.

       01  ws-report-line                pic x(1100).
       01  ws-count-disp                 pic z(8)9.
       01  ws-line-disp                  pic z(4)9.
       01  ws-pct-work                   pic 9(3)v9.
       01  ws-pct-disp                   pic zz9.9.
       01  ws-lines-disp                 pic z(6)9.
       01  ws-hit-disp                   pic z(6)9.
       01  ws-branches-disp              pic z(6)9.
       01  ws-taken-disp                 pic z(6)9.
       01  ws-scripts-disp               pic zzzz9.
       01  ws-pct-numerator              pic 9(7) comp.
       01  ws-pct-denominator            pic 9(7) comp.
       01  ws-pct-text                   pic x(6).

       linkage section.

       01  l-target-name                 pic x(1024).

       procedure division using l-target-name.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --coverage-report [script |
      *          directory]: list the scripts, report each one,
      *          summarize and set the return code.
      * Tectonics: ./build.sh
      ******************************************************************
       main-procedure.

           move l-target-name to ws-cov-target
           initialize ws-total-counts
           move ws-cov-rc-full to ws-worst-rc

           perform list-coverage-scripts

           open input fd-cov-list

           if not ws-cov-list-ok then
               close fd-cov-list
               perform remove-coverage-scratch
               display "No coverage recorded to report."
               move ws-cov-rc-none to return-code
               goback
           end-if

           set ws-cov-not-eof to true

           perform until ws-cov-eof
               read fd-cov-list
                   at end set ws-cov-eof to true
                   not at end
                       if f-cov-list-line not = spaces then
                           perform report-one-script
                       end-if
               end-read
           end-perform

           close fd-cov-list
           perform remove-coverage-scratch

           if ws-scripts-reported = 0 then
               display "No coverage recorded to report."
               move ws-cov-rc-none to return-code
               goback
           end-if

           move ws-scripts-reported to ws-scripts-disp
           move ws-total-lines to ws-pct-denominator
           move ws-total-lines-hit to ws-pct-numerator
           perform format-percentage
           move ws-total-lines to ws-lines-disp
           move ws-total-lines-hit to ws-hit-disp
           display spaces
           display
               "Coverage complete: " trim(ws-scripts-disp)
               " script(s), " trim(ws-hit-disp) " of "
               trim(ws-lines-disp) " statement(s) run ("
               trim(ws-pct-text) "), "
               with no advancing
           end-display

           move ws-total-branches to ws-pct-denominator
           move ws-total-branches-hit to ws-pct-numerator
           perform format-percentage
           move ws-total-branches to ws-branches-disp
           move ws-total-branches-hit to ws-taken-disp
           display
               trim(ws-taken-disp) " of " trim(ws-branches-disp)
               " branch(es) taken (" trim(ws-pct-text) ")."
           end-display

           move ws-worst-rc to return-code

           goback.


      *>   The scripts to report, one per line: those with a .cov
      *>   file in the current directory for a blank target, those
      *>   in the directory named, or the one script named.
       list-coverage-scripts.

           move spaces to ws-shell-command

           if ws-cov-target = spaces then
               string
                   "ls -1 *.cov 2>/dev/null | sed 's/\.cov$//'"
                   " > cbi_cov_list.tmp"
                   delimited by size
                   into ws-shell-command
               end-string
           else
               string
                   "if [ -d '" trim(ws-cov-target) "' ]; then "
                   "ls -1 '" trim(ws-cov-target) "'/*.cov "
                   "2>/dev/null | sed 's/\.cov$//'; else echo '"
                   trim(ws-cov-target)
                   "'; fi > cbi_cov_list.tmp"
                   delimited by size
                   into ws-shell-command
               end-string
           end-if

           call "SYSTEM" using ws-shell-command
           end-call

           exit paragraph.


       remove-coverage-scratch.

           call "SYSTEM" using ws-cleanup-command
           end-call

           exit paragraph.


      ******************************************************************
      * Load one script through the normal parse tables, pair it with
      * its saved counts and print its listing, branches and summary.
      ******************************************************************
       report-one-script.

           add 1 to ws-scripts-reported
           move trim(f-cov-list-line) to ws-input-source-file-name

           display spaces
           display "-----------------------------"
           display "Coverage: " trim(ws-input-source-file-name)
           display "-----------------------------"

           perform reset-script-tables
           perform load-coverage-script

           if ws-file-not-found then
               display "  ERROR   Script not found."
               move ws-cov-rc-error to ws-worst-rc
               exit paragraph
           end-if

           call "coverage-read" using
               ws-input-source-file-name
               ws-source-data-table
               ws-coverage-table
               ws-coverage-rc
           end-call

           if ws-coverage-stale then
               display
                   "  ERROR   Script has changed since its coverage "
                   "was recorded; rerun the regression pack with "
                   "--coverage."
               end-display
               move ws-cov-rc-error to ws-worst-rc
               exit paragraph
           end-if

           if ws-coverage-none then
               display "  No coverage recorded; no statement has run."
           end-if

           perform classify-script-lines
           perform print-line-listing
           perform print-branch-results
           perform print-routine-summary

           add ws-script-lines to ws-total-lines
           add ws-script-lines-hit to ws-total-lines-hit
           add ws-script-branches to ws-total-branches
           add ws-script-branches-hit to ws-total-branches-hit

           if (ws-script-lines-hit < ws-script-lines
               or ws-script-branches-hit < ws-script-branches)
               and ws-worst-rc < ws-cov-rc-gaps
           then
               move ws-cov-rc-gaps to ws-worst-rc
           end-if

           exit paragraph.


      *>   The IF and SELECT parsers extend an entry as they meet its
      *>   clauses rather than clearing it, so entries left by the
      *>   previous script are cleared before the next load.
       reset-script-tables.

           move 1000 to ws-num-ifs
           move 1000 to ws-num-selects
           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > 1000
               initialize ws-if-data(ws-name-idx)
               initialize ws-select-data(ws-name-idx)
           end-perform

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
           initialize ws-coverage-table
           initialize ws-script-counts

           exit paragraph.


       load-coverage-script.

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


      ******************************************************************
      * Mark each loaded line as a statement or not and give it to its
      * routine: the main program unless a SUB or FUNCTION encloses
      * it.
      ******************************************************************
       classify-script-lines.

           move 1 to ws-num-routines
           initialize ws-routine-entry(1)
           move "(main)" to ws-rtn-name(1)

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               add 1 to ws-num-routines
               initialize ws-routine-entry(ws-num-routines)
               move concatenate("SUB " trim(ws-sub-name(ws-name-idx)))
                   to ws-rtn-name(ws-num-routines)
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-functions
               add 1 to ws-num-routines
               initialize ws-routine-entry(ws-num-routines)
               move concatenate("FUNCTION "
                   trim(ws-function-name(ws-name-idx)))
                   to ws-rtn-name(ws-num-routines)
           end-perform

           set ws-not-in-block to true

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               perform classify-coverage-line
               perform find-line-routine
               move ws-rtn-idx to ws-line-routine(ws-line-idx)

               if ws-line-executable(ws-line-idx) then
                   add 1 to ws-rtn-lines(ws-rtn-idx)
                   add 1 to ws-script-lines
                   if ws-coverage-count(ws-line-idx) > 0 then
                       add 1 to ws-rtn-lines-hit(ws-rtn-idx)
                       add 1 to ws-script-lines-hit
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   Statements are what the run loop counts: not blank or
      *>   comment lines, and not the lines that only shape the
      *>   program -- labels, block headers and ends, clause lines
      *>   (their outcome is in the branch results), declarations,
      *>   DATA, OPTION, and TYPE and FORM definitions.
       classify-coverage-line.

           set ws-line-executable(ws-line-idx) to true
           move upper-case(trim(ws-source-data-read(ws-line-idx)))
               to ws-stmt

           if ws-in-type-block or ws-in-form-block then
               set ws-line-not-executable(ws-line-idx) to true
               if ws-stmt(1:length(ws-end-type)) = ws-end-type
                   or ws-stmt(1:length(ws-end-form)) = ws-end-form
               then
                   set ws-not-in-block to true
               end-if
               exit paragraph
           end-if

           if ws-stmt = spaces
               or ws-stmt(1:1) = ws-comment-tic
               or ws-stmt(1:length(ws-comment-rem)) = ws-comment-rem
               or ws-stmt = "REM"
           then
               set ws-line-not-executable(ws-line-idx) to true
               exit paragraph
           end-if

           if ws-stmt(1:length(ws-type)) = ws-type then
               set ws-in-type-block to true
               set ws-line-not-executable(ws-line-idx) to true
               exit paragraph
           end-if

           if ws-stmt(1:length(ws-form)) = ws-form then
               set ws-in-form-block to true
               set ws-line-not-executable(ws-line-idx) to true
               exit paragraph
           end-if

           evaluate true
               when ws-stmt(1:length(ws-sub)) = ws-sub
               when ws-stmt(1:length(ws-end-sub)) = ws-end-sub
               when ws-stmt(1:length(ws-function)) = ws-function
               when ws-stmt(1:length(ws-end-function))
                   = ws-end-function
               when ws-stmt(1:length(ws-end-if)) = ws-end-if
               when ws-stmt(1:length(ws-elseif)) = ws-elseif
               when ws-stmt = ws-else
               when ws-stmt(1:length(ws-case-else)) = ws-case-else
               when ws-stmt(1:5) = "CASE "
               when ws-stmt(1:length(ws-end-select)) = ws-end-select
               when ws-stmt(1:length(ws-declare)) = ws-declare
               when ws-stmt(1:length(ws-data)) = ws-data
               when ws-stmt(1:length(ws-option)) = ws-option
                   set ws-line-not-executable(ws-line-idx) to true
                   exit paragraph
           end-evaluate

           move ws-line-idx to ws-probe-idx
           perform find-label-at-line
           if ws-found-label then
               set ws-line-not-executable(ws-line-idx) to true
           end-if

           exit paragraph.


      *>   Is there a line label at statement ws-probe-idx? The
      *>   loader's label table also holds the first word of other
      *>   statements it does not recognize, so only a statement
      *>   that is the label name alone counts.
       find-label-at-line.

           set ws-no-label to true
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
                   set ws-found-label to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Routine of line ws-line-idx into ws-rtn-idx.
       find-line-routine.

           move 1 to ws-rtn-idx

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-subs
               if ws-line-idx >= ws-sub-start(ws-name-idx)
                   and ws-line-idx <= ws-sub-end(ws-name-idx)
               then
                   compute ws-rtn-idx = 1 + ws-name-idx
                   exit paragraph
               end-if
           end-perform

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-functions
               if ws-line-idx >= ws-function-start(ws-name-idx)
                   and ws-line-idx <= ws-function-end(ws-name-idx)
               then
                   compute ws-rtn-idx =
                       1 + ws-num-subs + ws-name-idx
                   exit paragraph
               end-if
           end-perform

           exit paragraph.


      *>   count:line: text, gcov fashion.
       print-line-listing.

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               move spaces to ws-report-line
               move ws-line-idx to ws-line-disp
               evaluate true
                   when ws-line-not-executable(ws-line-idx)
                       move "        -" to ws-report-line(1:9)
                   when ws-coverage-count(ws-line-idx) = 0
                       move "    #####" to ws-report-line(1:9)
                   when other
                       move ws-coverage-count(ws-line-idx)
                           to ws-count-disp
                       move ws-count-disp to ws-report-line(1:9)
               end-evaluate
               move ":" to ws-report-line(10:1)
               move ws-line-disp to ws-report-line(11:5)
               move ": " to ws-report-line(16:2)
               move trim(ws-source-data-read(ws-line-idx) trailing)
                   to ws-report-line(18:)
               display trim(ws-report-line trailing)
           end-perform

           exit paragraph.


      ******************************************************************
      * Every IF and SELECT CASE with how often each clause was taken:
      * the runs of the first statement in the clause body. A clause
      * with no statements in it cannot be told apart and is shown
      * n/a and left out of the branch totals.
      ******************************************************************
       print-branch-results.

           set ws-branches-header-needed to true

           perform varying ws-clause-idx from 1 by 1
           until ws-clause-idx > ws-num-ifs
               perform report-if-branches
           end-perform

           perform varying ws-clause-idx from 1 by 1
           until ws-clause-idx > ws-num-selects
               perform report-select-branches
           end-perform

           exit paragraph.


       report-if-branches.

           if ws-if-start(ws-clause-idx) = 0
               or ws-if-start(ws-clause-idx) > ws-num-lines
           then
               exit paragraph
           end-if

           move ws-line-routine(ws-if-start(ws-clause-idx))
               to ws-branch-rtn
           move ws-coverage-count(ws-if-start(ws-clause-idx))
               to ws-header-count
           move 0 to ws-clause-sum

           move "IF" to ws-clause-kind
           move ws-if-start(ws-clause-idx) to ws-clause-line
           evaluate true
               when ws-num-elseifs(ws-clause-idx) > 0
                   move ws-elseif-start(ws-clause-idx, 1)
                       to ws-clause-limit
               when ws-else-start(ws-clause-idx) > 0
                   move ws-else-start(ws-clause-idx)
                       to ws-clause-limit
               when other
                   move ws-if-end(ws-clause-idx) to ws-clause-limit
           end-evaluate
           perform report-one-clause

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-elseifs(ws-clause-idx)
               move "ELSEIF" to ws-clause-kind
               move ws-elseif-start(ws-clause-idx, ws-name-idx)
                   to ws-clause-line
               evaluate true
                   when ws-name-idx < ws-num-elseifs(ws-clause-idx)
                       move ws-elseif-start
                           (ws-clause-idx, ws-name-idx + 1)
                           to ws-clause-limit
                   when ws-else-start(ws-clause-idx) > 0
                       move ws-else-start(ws-clause-idx)
                           to ws-clause-limit
                   when other
                       move ws-if-end(ws-clause-idx)
                           to ws-clause-limit
               end-evaluate
               perform report-one-clause
           end-perform

           if ws-else-start(ws-clause-idx) > 0 then
               move "ELSE" to ws-clause-kind
               move ws-else-start(ws-clause-idx) to ws-clause-line
               move ws-if-end(ws-clause-idx) to ws-clause-limit
               perform report-one-clause
           else
               move "(no ELSE)" to ws-clause-kind
               move ws-if-end(ws-clause-idx) to ws-clause-line
               perform report-implicit-clause
           end-if

           exit paragraph.


       report-select-branches.

           if ws-select-start(ws-clause-idx) = 0
               or ws-select-start(ws-clause-idx) > ws-num-lines
           then
               exit paragraph
           end-if

           move ws-line-routine(ws-select-start(ws-clause-idx))
               to ws-branch-rtn
           move ws-coverage-count(ws-select-start(ws-clause-idx))
               to ws-header-count
           move 0 to ws-clause-sum
           set ws-no-case-else to true

           perform varying ws-name-idx from 1 by 1
           until ws-name-idx > ws-num-cases(ws-clause-idx)
               move ws-case-start(ws-clause-idx, ws-name-idx)
                   to ws-clause-line
               if upper-case(trim(ws-source-data-read(ws-clause-line)))
                   (1:length(ws-case-else)) = ws-case-else
               then
                   move "CASE ELSE" to ws-clause-kind
                   set ws-case-else-seen to true
               else
                   move "CASE" to ws-clause-kind
               end-if
               if ws-name-idx < ws-num-cases(ws-clause-idx) then
                   move ws-case-start(ws-clause-idx, ws-name-idx + 1)
                       to ws-clause-limit
               else
                   move ws-select-end(ws-clause-idx)
                       to ws-clause-limit
               end-if
               perform report-one-clause
           end-perform

      *>   Without CASE ELSE, a value no CASE matches is a path too.
           if ws-no-case-else then
               move "(no match)" to ws-clause-kind
               move ws-select-end(ws-clause-idx) to ws-clause-line
               perform report-implicit-clause
           end-if

           exit paragraph.


      *>   Clause opened at ws-clause-line, body running up to
      *>   ws-clause-limit.
       report-one-clause.

           move 0 to ws-body-line
           perform varying ws-probe-idx from ws-clause-line by 1
           until ws-probe-idx >= ws-clause-limit
               or ws-probe-idx > ws-num-lines
               if ws-probe-idx > ws-clause-line
                   and ws-line-executable(ws-probe-idx)
               then
                   move ws-probe-idx to ws-body-line
                   exit perform
               end-if
           end-perform

           perform show-branches-header

           move spaces to ws-report-line
           move ws-clause-kind to ws-report-line(5:10)
           move ws-clause-line to ws-line-disp
           move "line" to ws-report-line(16:4)
           move ws-line-disp to ws-report-line(21:5)

           if ws-body-line = 0 then
               move "n/a (no statements)" to ws-report-line(28:)
               display trim(ws-report-line trailing)
               exit paragraph
           end-if

           move ws-coverage-count(ws-body-line) to ws-clause-count
           add ws-clause-count to ws-clause-sum
           perform show-clause-count

           exit paragraph.


      *>   Runs of the header that entered none of its clauses.
       report-implicit-clause.

           if ws-header-count > ws-clause-sum then
               compute ws-clause-count = ws-header-count - ws-clause-sum
           else
               move 0 to ws-clause-count
           end-if

           perform show-branches-header

           move spaces to ws-report-line
           move ws-clause-kind to ws-report-line(5:10)
           move ws-clause-line to ws-line-disp
           move "line" to ws-report-line(16:4)
           move ws-line-disp to ws-report-line(21:5)
           perform show-clause-count

           exit paragraph.


       show-clause-count.

           add 1 to ws-rtn-branches(ws-branch-rtn)
           add 1 to ws-script-branches

           if ws-clause-count = 0 then
               move "never taken" to ws-report-line(28:)
           else
               add 1 to ws-rtn-branches-hit(ws-branch-rtn)
               add 1 to ws-script-branches-hit
               move ws-clause-count to ws-count-disp
               move concatenate("taken " trim(ws-count-disp))
                   to ws-report-line(28:)
           end-if

           display trim(ws-report-line trailing)

           exit paragraph.


       show-branches-header.

           if ws-branches-header-needed then
               display spaces
               display "  Branches:"
               set ws-branches-header-shown to true
           end-if

           exit paragraph.


       print-routine-summary.

           display spaces
           display
               "  Routine                          Stmts     Run"
               "  Stmt%  Branches   Taken  Branch%"
           end-display

           perform varying ws-rtn-idx from 1 by 1
           until ws-rtn-idx > ws-num-routines
               move spaces to ws-report-line
               move ws-rtn-name(ws-rtn-idx) to ws-report-line(3:32)

               move ws-rtn-lines(ws-rtn-idx) to ws-lines-disp
               move ws-rtn-lines-hit(ws-rtn-idx) to ws-hit-disp
               move ws-rtn-lines(ws-rtn-idx) to ws-pct-denominator
               move ws-rtn-lines-hit(ws-rtn-idx) to ws-pct-numerator
               perform format-percentage
               move ws-lines-disp to ws-report-line(35:7)
               move ws-hit-disp to ws-report-line(43:7)
               move ws-pct-text to ws-report-line(51:6)

               move ws-rtn-branches(ws-rtn-idx) to ws-branches-disp
               move ws-rtn-branches-hit(ws-rtn-idx) to ws-taken-disp
               move ws-rtn-branches(ws-rtn-idx) to ws-pct-denominator
               move ws-rtn-branches-hit(ws-rtn-idx)
                   to ws-pct-numerator
               perform format-percentage
               move ws-branches-disp to ws-report-line(60:7)
               move ws-taken-disp to ws-report-line(68:7)
               move ws-pct-text to ws-report-line(77:6)

               display trim(ws-report-line trailing)
           end-perform

           move spaces to ws-report-line
           move "Total" to ws-report-line(3:32)
           move ws-script-lines to ws-lines-disp
           move ws-script-lines-hit to ws-hit-disp
           move ws-script-lines to ws-pct-denominator
           move ws-script-lines-hit to ws-pct-numerator
           perform format-percentage
           move ws-lines-disp to ws-report-line(35:7)
           move ws-hit-disp to ws-report-line(43:7)
           move ws-pct-text to ws-report-line(51:6)
           move ws-script-branches to ws-branches-disp
           move ws-script-branches-hit to ws-taken-disp
           move ws-script-branches to ws-pct-denominator
           move ws-script-branches-hit to ws-pct-numerator
           perform format-percentage
           move ws-branches-disp to ws-report-line(60:7)
           move ws-taken-disp to ws-report-line(68:7)
           move ws-pct-text to ws-report-line(77:6)
           display trim(ws-report-line trailing)

           exit paragraph.


      *>   ws-pct-numerator of ws-pct-denominator as "nnn.n%", or
      *>   "-" when there is nothing to measure.
       format-percentage.

           move spaces to ws-pct-text

           if ws-pct-denominator = 0 then
               move "     -" to ws-pct-text
               exit paragraph
           end-if

           compute ws-pct-work rounded =
               ws-pct-numerator * 100 / ws-pct-denominator
           end-compute
           move ws-pct-work to ws-pct-disp
           move concatenate(ws-pct-disp "%") to ws-pct-text

           exit paragraph.

       end program coverage-report.
