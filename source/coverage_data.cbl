      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Persistent statement coverage beside each script
      *          (<source>.cov): --coverage adds the executions of
      *          every line of a run into the file as each program
      *          finishes, so a regression pack run script by script,
      *          under --playback or as --batch steps, builds up one
      *          picture per script. The header carries the same
      *          checksum load-program guards the token cache with;
      *          once the script is edited the old counts no longer
      *          describe its lines and the next run starts afresh.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. coverage-data.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-coverage-file
               assign to dynamic ws-coverage-file-name
               organization is line sequential
               file status is ws-coverage-file-status.

       data division.

       file section.

       fd  fd-coverage-file.
       01  f-coverage-line               pic x(24).

       working-storage section.

       01  ws-coverage-file-name         pic x(1040) value spaces.
       01  ws-coverage-file-status       pic xx.
           88  ws-coverage-status-ok     value "00".
           88  ws-coverage-opened        value "00" "05".

       01  ws-coverage-buffer            pic x(24).
       01  ws-source-checksum            pic 9(9).
       01  ws-checksum-char-idx          pic 9(4) comp.
       01  ws-header-checksum            pic 9(9).
       01  ws-header-lines               pic 9(10).
       01  ws-coverage-line-idx          pic 9(10) comp.
       01  ws-count-disp                 pic 9(10).
       01  ws-num-lines-disp             pic 9(10).

       01  ws-saved-table.
           05  ws-saved-count            pic 9(10) comp
                                         occurs 64000 times.

       local-storage section.

       01  ls-col-checksum               pic x(12).
       01  ls-col-lines                  pic x(12).
       01  ls-read-rc                    pic 9.
           88  ls-read-none              value 0.
           88  ls-read-ok                value 1.
           88  ls-read-stale             value 2.

       linkage section.

       01  l-source-name                 pic x(1024).

       01  l-source-data-table.
           05  l-num-lines               pic 9(10) comp value 0.
           05  l-source-data-read        pic x(1024)
                                         occurs 0 to 64000 times
                                 depending on l-num-lines.

       copy "copybooks/linkage_section/l_coverage_table.cpy".

       01  l-return-code                 pic 9.
           88  l-coverage-none           value 0.
           88  l-coverage-found          value 1.
           88  l-coverage-stale          value 2.

       procedure division using
           l-source-name l-source-data-table l-coverage-table.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls when a program
      *          run under --coverage ends or CHAINs away: adds the
      *          run's counts into the saved ones and rewrites the
      *          file.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "coverage-merge" using
           l-source-name l-source-data-table l-coverage-table.

           if l-source-name = spaces or l-num-lines = 0 then
               goback
           end-if

           perform compute-source-checksum
           perform build-coverage-file-name
           perform read-saved-counts

           if ls-read-stale then
               call "logger" using concatenate(
                   "COVERAGE :: " trim(l-source-name)
                   " has changed -- earlier coverage discarded.")
               end-call
           end-if

           open output fd-coverage-file

           if not ws-coverage-opened then
               call "logger-leveled" using concatenate(
                   "COVERAGE :: WARN : cannot write "
                   trim(ws-coverage-file-name)
                   " status: " ws-coverage-file-status)
                   "WARN"
               end-call
               goback
           end-if

           move l-num-lines to ws-num-lines-disp

           move spaces to ws-coverage-buffer
           string
               ws-source-checksum
               "|"
               ws-num-lines-disp
               delimited by size
               into ws-coverage-buffer
           end-string
           write f-coverage-line from ws-coverage-buffer

           perform varying ws-coverage-line-idx from 1 by 1
           until ws-coverage-line-idx > l-num-lines
               compute ws-count-disp =
                   ws-saved-count(ws-coverage-line-idx)
                   + l-coverage-count(ws-coverage-line-idx)
                   on size error
                       move 9999999999 to ws-count-disp
               end-compute
               move spaces to ws-coverage-buffer
               move ws-count-disp to ws-coverage-buffer(1:10)
               write f-coverage-line from ws-coverage-buffer
           end-perform

           close fd-coverage-file

           call "logger" using concatenate(
               "COVERAGE :: Counts merged into "
               trim(ws-coverage-file-name) ".")
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point --coverage-report uses: fills the
      *          coverage table with the saved counts for a loaded
      *          script. Return code 0 = no coverage file, 1 = counts
      *          loaded, 2 = the file predates the script's last edit.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "coverage-read" using
           l-source-name l-source-data-table l-coverage-table
           l-return-code.

           set l-coverage-none to true
           initialize l-coverage-table

           if l-source-name = spaces or l-num-lines = 0 then
               goback
           end-if

           perform compute-source-checksum
           perform build-coverage-file-name
           perform read-saved-counts

           evaluate true
               when ls-read-ok
                   set l-coverage-found to true
               when ls-read-stale
                   set l-coverage-stale to true
                   goback
               when other
                   goback
           end-evaluate

           perform varying ws-coverage-line-idx from 1 by 1
           until ws-coverage-line-idx > l-num-lines
               if ws-saved-count(ws-coverage-line-idx) > 99999999
               then
                   move 99999999
                       to l-coverage-count(ws-coverage-line-idx)
               else
                   move ws-saved-count(ws-coverage-line-idx)
                       to l-coverage-count(ws-coverage-line-idx)
               end-if
           end-perform

           goback.


      *> Loads the saved counts when the file's header still matches
      *> the script; a missing, stale or short file leaves zeros.
       read-saved-counts.

           set ls-read-none to true
           initialize ws-saved-table

           open input fd-coverage-file

           if not ws-coverage-status-ok then
               close fd-coverage-file
               exit paragraph
           end-if

           move spaces to ws-coverage-buffer
           read fd-coverage-file into ws-coverage-buffer
               at end
                   close fd-coverage-file
                   exit paragraph
           end-read

           move spaces to ls-col-checksum
           move spaces to ls-col-lines
           unstring ws-coverage-buffer
               delimited by "|"
               into ls-col-checksum ls-col-lines
           end-unstring

           move 0 to ws-header-checksum
           move 0 to ws-header-lines
           if ls-col-checksum(1:9) numeric then
               move ls-col-checksum(1:9) to ws-header-checksum
           end-if
           if ls-col-lines(1:10) numeric then
               move ls-col-lines(1:10) to ws-header-lines
           end-if

           if ws-header-checksum not = ws-source-checksum
               or ws-header-lines not = l-num-lines
           then
               close fd-coverage-file
               set ls-read-stale to true
               exit paragraph
           end-if

           perform varying ws-coverage-line-idx from 1 by 1
           until ws-coverage-line-idx > l-num-lines

               move spaces to ws-coverage-buffer
               read fd-coverage-file into ws-coverage-buffer
                   at end
                       close fd-coverage-file
                       initialize ws-saved-table
                       set ls-read-stale to true
                       exit paragraph
               end-read

               if ws-coverage-buffer(1:10) numeric then
                   move ws-coverage-buffer(1:10)
                       to ws-saved-count(ws-coverage-line-idx)
               end-if
           end-perform

           close fd-coverage-file
           set ls-read-ok to true

           exit paragraph.


      *> Same rolling checksum load-program keeps over the loaded
      *> text for the token cache.
       compute-source-checksum.

           move 0 to ws-source-checksum

           perform varying ws-coverage-line-idx from 1 by 1
           until ws-coverage-line-idx > l-num-lines
               perform varying ws-checksum-char-idx from 1 by 1
               until ws-checksum-char-idx > length(trim(
                   l-source-data-read(ws-coverage-line-idx)))
                   compute ws-source-checksum =
                       function mod(
                           ws-source-checksum * 31
                           + ord(l-source-data-read
                               (ws-coverage-line-idx)
                               (ws-checksum-char-idx:1)),
                           999999937)
                   end-compute
               end-perform
           end-perform

           exit paragraph.


       build-coverage-file-name.

           move spaces to ws-coverage-file-name
           string
               trim(l-source-name) ".cov"
               delimited by size
               into ws-coverage-file-name
           end-string

           exit paragraph.

       end program coverage-data.
