      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Data lineage register. Every run records, keyed by
      *          its run id, which files it opened and how, and what
      *          code went into it, in one shared register
      *          (lineage-file in cbi.cfg via CBI_LINEAGE_FILE,
      *          cbi_lineage.dat when unset), pipe-delimited:
      *            RUN|run id|started|script|operator
      *            FILE|run id|closed|mode|physical path|as opened|
      *                size|checksum
      *            MEMBER|run id|noted|kind|name|path|size|checksum
      *          FILE lines are written as each file closes (CLOSE,
      *          or the end-of-run close), with the size and the
      *          POSIX cksum CRC taken then; "as opened" is the name
      *          the script gave OPEN -- an @LOGICAL or GDG reference
      *          such as @SALES(0) -- beside the physical path (the
      *          generation) it resolved to. MEMBER kinds are CHAIN
      *          (each program chained to), INCLUDE (each library
      *          member loaded) and CODETABLE (each code table LOOKUP$
      *          loaded). The run id is CBI_RUN_ID when the run was
      *          given one (the HTTP service does), otherwise
      *          RUN-<start stamp>-<pid>; each --batch step is its own
      *          run, the id suffixed -S<step>. Members noted while a
      *          program loads, before its run is under way, are held
      *          and written when the run begins.
      *            cbi --lineage <file|@LOGICAL>
      *          walks backwards from a file: the run that wrote it
      *          (the writer whose checksum at close matches the
      *          file's, else the latest writer before), the files
      *          that run read, the runs that wrote those, and so on.
      *          State is kept in working-storage across calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. lineage.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-lineage-file
               assign to dynamic ws-lineage-file-name
               organization is line sequential
               file status is ws-lineage-file-status.

               select optional fd-checksum-file
               assign to dynamic ws-checksum-file-name
               organization is line sequential
               file status is ws-checksum-file-status.

       data division.

       file section.

       fd  fd-lineage-file.
       01  f-lineage-line                pic x(2048).

       fd  fd-checksum-file.
       01  f-checksum-line               pic x(1024).

       working-storage section.

       01  ws-lineage-file-name          pic x(256)
                                         value "cbi_lineage.dat".
       01  ws-env-lineage-file           pic x(256) value spaces.
       01  ws-lineage-file-status        pic xx.
           88  ws-lineage-file-ok        value "00" "05".

       01  ws-checksum-file-name         pic x(64) value spaces.
       01  ws-checksum-file-status       pic xx.
           88  ws-checksum-file-ok       value "00".

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-pid-disp                   pic z(8)9.
       01  ws-env-run-id                 pic x(32) value spaces.

      *>   The run under way.
       01  ws-run-active-sw              pic a value 'N'.
           88  ws-run-active             value 'Y'.
           88  ws-run-inactive           value 'N'.
       01  ws-run-id                     pic x(40) value spaces.
       01  ws-run-stamp                  pic x(14) value spaces.
       01  ws-run-script                 pic x(256) value spaces.
       01  ws-operator-id                pic x(16) value spaces.
       01  ws-step-disp                  pic z(3)9.

       01  ws-clock-stamp                pic x(21).

      *>   Files open in the run, by channel number.
       78  ws-max-open-files             value 20.
       01  ws-open-table.
           05  ws-open-entry             occurs 20 times.
               10  ws-open-number        pic 99 value 0.
               10  ws-open-mode          pic x(8).
               10  ws-open-physical      pic x(256).
               10  ws-open-reference     pic x(80).
       01  ws-open-idx                   pic 99 comp.
       01  ws-open-found-idx             pic 99 comp value 0.

      *>   Members noted before the run begins.
       78  ws-max-pending-members        value 32.
       01  ws-pending-table.
           05  ws-num-pending            pic 99 comp value 0.
           05  ws-pending-entry          occurs 32 times.
               10  ws-pending-kind       pic x(16).
               10  ws-pending-label      pic x(64).
               10  ws-pending-path       pic x(256).
       01  ws-pending-idx                pic 99 comp.

       01  ws-member-kind                pic x(16).
       01  ws-member-label               pic x(64).
       01  ws-member-path                pic x(256).

       01  ws-checksum-path              pic x(256).
       01  ws-checksum-crc               pic x(12).
       01  ws-checksum-size              pic x(14).
       01  ws-shell-command              pic x(1024).
       01  ws-lineage-buffer             pic x(2048).

      *>   The backwards walk.
       78  ws-max-walk-nodes             value 64.
       01  ws-walk-table.
           05  ws-num-walk-nodes         pic 99 comp value 0.
           05  ws-walk-node              occurs 64 times.
               10  ws-walk-path          pic x(256).
               10  ws-walk-crc           pic x(12).
               10  ws-walk-before        pic x(14).
               10  ws-walk-reader-run    pic x(40).
               10  ws-walk-depth         pic 99.
       01  ws-walk-idx                   pic 99 comp.
       01  ws-walk-overflow-sw           pic a value 'N'.
           88  ws-walk-overflow          value 'Y'.

       78  ws-max-visited-runs           value 64.
       01  ws-visited-table.
           05  ws-num-visited            pic 99 comp value 0.
           05  ws-visited-run            occurs 64 times
                                         pic x(40).
       01  ws-visited-idx                pic 99 comp.
       01  ws-visited-sw                 pic a.
           88  ws-run-visited            value 'Y'.
           88  ws-run-not-visited        value 'N'.

       01  ws-indent                     pic x(40).
       01  ws-indent-length              pic 99 comp.

       01  ws-eof-sw                     pic a value 'N'.
           88  ws-eof                    value 'Y'.
           88  ws-not-eof                value 'N'.

      *>   One register line, split.
       01  ws-col-kind                   pic x(8).
       01  ws-col-run-id                 pic x(40).
       01  ws-col-stamp                  pic x(14).
       01  ws-col-4                      pic x(256).
       01  ws-col-5                      pic x(256).
       01  ws-col-6                      pic x(256).
       01  ws-col-7                      pic x(14).
       01  ws-col-8                      pic x(12).

      *>   Best producer found for a node.
       01  ws-best-run-id                pic x(40).
       01  ws-best-stamp                 pic x(14).
       01  ws-best-mode                  pic x(8).
       01  ws-best-reference             pic x(256).
       01  ws-best-match-sw              pic a.
           88  ws-best-crc-match         value 'Y'.
           88  ws-best-no-crc-match      value 'N'.

       01  ws-run-found-script           pic x(256).
       01  ws-run-found-stamp            pic x(14).
       01  ws-run-found-operator         pic x(16).

       01  ws-catalog-logical            pic x(64).
       01  ws-catalog-physical           pic x(1024).
       01  ws-catalog-rc                 pic 9 value 0.
       01  ws-report-target              pic x(256).
       01  ws-report-line                pic x(512).
       01  ws-runs-shown                 pic 9(4) value 0.
       01  ws-count-disp                 pic z(3)9.

       linkage section.

       01  l-script-name                 pic x(1024).
       01  l-step-index                  pic 9(4).
       01  l-file-number                 pic 99.
       01  l-file-mode                   pic x(8).
       01  l-file-name                   pic x(1024).
       01  l-reference-name              pic x(1024).
       01  l-member-kind                 pic x(16).
       01  l-member-label                pic x(64).
       01  l-member-path                 pic x(1024).
       01  l-run-id                      pic x(40).

       procedure division.

       main-procedure.

           call "logger-leveled" using concatenate(
               "LINEAGE :: ERROR : should not be called directly. "
               "Use the 'lineage-begin' and related entry points "
               "instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls as a script's run
      *          gets under way (step 0 for a stand-alone run, the
      *          step number for each --batch step). A step still
      *          open from before is closed out first.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-begin" using l-script-name l-step-index.

           if ws-run-active then
               perform finish-run
           end-if

           if l-script-name = spaces then
               goback
           end-if

           perform resolve-lineage-settings

           move function current-date to ws-clock-stamp
           move ws-clock-stamp(1:14) to ws-run-stamp
           move l-script-name(1:256) to ws-run-script

           move spaces to ws-run-id
           if ws-env-run-id not = spaces then
               move ws-env-run-id to ws-run-id
           else
               string
                   "RUN-" ws-run-stamp "-" trim(ws-pid-disp)
                   delimited by size
                   into ws-run-id
               end-string
           end-if

           if l-step-index > 0 then
               move l-step-index to ws-step-disp
               string
                   trim(ws-run-id) "-S" trim(ws-step-disp)
                   delimited by size
                   into ws-run-id
               end-string
           end-if

           set ws-run-active to true

           move spaces to ws-lineage-buffer
           string
               "RUN|" trim(ws-run-id)
               "|" ws-run-stamp
               "|" trim(ws-run-script)
               "|" trim(ws-operator-id)
               delimited by size
               into ws-lineage-buffer
           end-string
           perform append-register-line

           perform varying ws-pending-idx from 1 by 1
           until ws-pending-idx > ws-num-pending
               move ws-pending-kind(ws-pending-idx) to ws-member-kind
               move ws-pending-label(ws-pending-idx)
                   to ws-member-label
               move ws-pending-path(ws-pending-idx) to ws-member-path
               perform write-member-line
           end-perform
           move 0 to ws-num-pending

           call "logger" using concatenate(
               "LINEAGE :: Run " trim(ws-run-id) " of "
               trim(ws-run-script))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point OPEN reports each successfully opened
      *          channel through: mode, the physical path and the
      *          name as the script wrote it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-note-open" using
           l-file-number l-file-mode l-file-name l-reference-name.

           if ws-run-inactive then
               goback
           end-if

      *>   Reopening a channel closes out what it held before.
           perform find-open-entry
           if ws-open-found-idx not = 0 then
               perform finish-open-entry
           end-if

           perform varying ws-open-idx from 1 by 1
           until ws-open-idx > ws-max-open-files
               if ws-open-number(ws-open-idx) = 0 then
                   move ws-open-idx to ws-open-found-idx
                   exit perform
               end-if
           end-perform

           if ws-open-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "LINEAGE :: WARN : more than "
                   ws-max-open-files " files open; lineage not "
                   "recorded for " trim(l-file-name))
                   "WARN"
               end-call
               goback
           end-if

           move l-file-number to ws-open-number(ws-open-found-idx)
           move upper-case(l-file-mode)
               to ws-open-mode(ws-open-found-idx)
           move l-file-name to ws-open-physical(ws-open-found-idx)
           move l-reference-name
               to ws-open-reference(ws-open-found-idx)

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point CLOSE reports through (0 for a bare
      *          CLOSE of every channel): the file's lineage line is
      *          written with its size and checksum now.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-note-close" using l-file-number.

           if ws-run-inactive then
               goback
           end-if

           if l-file-number = 0 then
               perform finish-all-open-entries
               goback
           end-if

           perform find-open-entry
           if ws-open-found-idx not = 0 then
               perform finish-open-entry
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the code that went into the run:
      *          CHAIN targets, INCLUDE members and code tables.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-note-member" using
           l-member-kind l-member-label l-member-path.

           move upper-case(l-member-kind) to ws-member-kind
           move l-member-label to ws-member-label
           move l-member-path(1:256) to ws-member-path

           if ws-run-active then
               perform write-member-line
               goback
           end-if

           if ws-num-pending < ws-max-pending-members then
               add 1 to ws-num-pending
               move ws-member-kind to ws-pending-kind(ws-num-pending)
               move ws-member-label
                   to ws-pending-label(ws-num-pending)
               move ws-member-path to ws-pending-path(ws-num-pending)
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point called at end of run, after the files
      *          are closed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-end".

           if ws-run-active then
               perform finish-run
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the id of the run under way,
      *          spaces when none is, so other registers can name
      *          the run the same way the lineage register does.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-run-id" using l-run-id.

           move spaces to l-run-id
           if ws-run-active then
               move ws-run-id to l-run-id
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --lineage <file>: the backwards
      *          walk from the file through the runs that produced
      *          it and their inputs.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "lineage-report" using l-file-name.

           perform resolve-lineage-settings

           move l-file-name(1:256) to ws-report-target

           if ws-report-target(1:1) = "@" then
               move ws-report-target(2:64) to ws-catalog-logical
               call "catalog-resolve" using
                   ws-catalog-logical
                   ws-catalog-physical
                   ws-catalog-rc
               end-call
               if ws-catalog-rc = 0 then
                   display
                       "ERROR: logical dataset name not cataloged: "
                       trim(ws-report-target)
                   end-display
                   goback
               end-if
               move ws-catalog-physical(1:256) to ws-report-target
           end-if

           display "LINEAGE OF " trim(ws-report-target) end-display
           display "  register: " trim(ws-lineage-file-name)
           end-display
           display " " end-display

           move 1 to ws-num-walk-nodes
           move ws-report-target to ws-walk-path(1)
           move ws-report-target to ws-checksum-path
           perform take-file-checksum
           move ws-checksum-crc to ws-walk-crc(1)
           move all "9" to ws-walk-before(1)
           move spaces to ws-walk-reader-run(1)
           move 0 to ws-walk-depth(1)
           move 0 to ws-num-visited

           perform varying ws-walk-idx from 1 by 1
           until ws-walk-idx > ws-num-walk-nodes
               perform walk-one-node
           end-perform

           display " " end-display
           move ws-runs-shown to ws-count-disp
           display trim(ws-count-disp) " producing run(s) traced."
           end-display
           if ws-walk-overflow then
               display
                   "WARNING: more than " ws-max-walk-nodes
                   " files in the walk -- the earliest inputs are "
                   "not shown."
               end-display
           end-if

           goback.


       resolve-lineage-settings.

           if ws-settings-resolved then
               exit paragraph
           end-if

           set ws-settings-resolved to true

           accept ws-env-lineage-file
               from environment "CBI_LINEAGE_FILE"
           end-accept
           if ws-env-lineage-file not = spaces then
               move ws-env-lineage-file to ws-lineage-file-name
           end-if

           accept ws-env-run-id from environment "CBI_RUN_ID"
           end-accept

           accept ws-operator-id from environment "CBI_OPERATOR"
           end-accept
           if ws-operator-id = spaces then
               move "(unset)" to ws-operator-id
           end-if

           call "C$GETPID" end-call
           move return-code to ws-my-pid
           move ws-my-pid to ws-pid-disp

           move spaces to ws-checksum-file-name
           string
               "cbi_lineage_" trim(ws-pid-disp) ".tmp"
               delimited by size
               into ws-checksum-file-name
           end-string

           exit paragraph.


       find-open-entry.

           move 0 to ws-open-found-idx

           perform varying ws-open-idx from 1 by 1
           until ws-open-idx > ws-max-open-files
               if ws-open-number(ws-open-idx) = l-file-number then
                   move ws-open-idx to ws-open-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       finish-run.

           perform finish-all-open-entries
           set ws-run-inactive to true

           exit paragraph.


       finish-all-open-entries.

           perform varying ws-open-found-idx from 1 by 1
           until ws-open-found-idx > ws-max-open-files
               if ws-open-number(ws-open-found-idx) not = 0 then
                   perform finish-open-entry
               end-if
           end-perform

           exit paragraph.


       finish-open-entry.

           move ws-open-physical(ws-open-found-idx)
               to ws-checksum-path
           perform take-file-checksum

           move function current-date to ws-clock-stamp

           move spaces to ws-lineage-buffer
           string
               "FILE|" trim(ws-run-id)
               "|" ws-clock-stamp(1:14)
               "|" trim(ws-open-mode(ws-open-found-idx))
               "|" trim(ws-open-physical(ws-open-found-idx))
               "|" trim(ws-open-reference(ws-open-found-idx))
               "|" trim(ws-checksum-size)
               "|" trim(ws-checksum-crc)
               delimited by size
               into ws-lineage-buffer
           end-string
           perform append-register-line

           move 0 to ws-open-number(ws-open-found-idx)

           exit paragraph.


       write-member-line.

           move ws-member-path to ws-checksum-path
           perform take-file-checksum

           move function current-date to ws-clock-stamp

           move spaces to ws-lineage-buffer
           string
               "MEMBER|" trim(ws-run-id)
               "|" ws-clock-stamp(1:14)
               "|" trim(ws-member-kind)
               "|" trim(ws-member-label)
               "|" trim(ws-member-path)
               "|" trim(ws-checksum-size)
               "|" trim(ws-checksum-crc)
               delimited by size
               into ws-lineage-buffer
           end-string
           perform append-register-line

           exit paragraph.


      *>   cksum prints "crc size name"; a file that is not there
      *>   records - for both.
       take-file-checksum.

           move "-" to ws-checksum-crc
           move "-" to ws-checksum-size

           if ws-checksum-path = spaces then
               exit paragraph
           end-if

           perform resolve-lineage-settings

           move spaces to ws-shell-command
           string
               "cksum '" trim(ws-checksum-path) "' > "
               trim(ws-checksum-file-name) " 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           open input fd-checksum-file
           if ws-checksum-file-ok then
               read fd-checksum-file
                   at end continue
                   not at end
                       unstring f-checksum-line
                           delimited by all space
                           into ws-checksum-crc ws-checksum-size
                       end-unstring
               end-read
           end-if
           close fd-checksum-file

           call "CBL_DELETE_FILE" using ws-checksum-file-name
           end-call

           if ws-checksum-crc = spaces then
               move "-" to ws-checksum-crc
               move "-" to ws-checksum-size
           end-if

           exit paragraph.


       append-register-line.

           open extend fd-lineage-file
           if ws-lineage-file-ok then
               write f-lineage-line from ws-lineage-buffer
           else
               call "logger-leveled" using concatenate(
                   "LINEAGE :: ERROR : cannot write lineage register "
                   trim(ws-lineage-file-name) " status "
                   ws-lineage-file-status)
                   "ERROR"
               end-call
           end-if
           close fd-lineage-file

           exit paragraph.


      *>   One file in the walk: find the run that wrote it, show it
      *>   and what it read, and queue those inputs in turn.
       walk-one-node.

           compute ws-indent-length =
               ws-walk-depth(ws-walk-idx) * 4 + 1
           end-compute
           move spaces to ws-indent

           perform find-producing-run

           if ws-best-run-id = spaces then
               move spaces to ws-report-line
               string
                   ws-indent(1:ws-indent-length)
                   trim(ws-walk-path(ws-walk-idx))
                   " -- no run in the register wrote it"
                   delimited by size
                   into ws-report-line
               end-string
               display trim(ws-report-line trailing) end-display
               exit paragraph
           end-if

           perform check-run-visited

           move spaces to ws-report-line
           if ws-best-crc-match then
               string
                   ws-indent(1:ws-indent-length)
                   trim(ws-walk-path(ws-walk-idx))
                   " written by run " trim(ws-best-run-id)
                   " (" trim(ws-best-mode) ", closed "
                   ws-best-stamp ", checksum matches)"
                   delimited by size
                   into ws-report-line
               end-string
           else
               string
                   ws-indent(1:ws-indent-length)
                   trim(ws-walk-path(ws-walk-idx))
                   " written by run " trim(ws-best-run-id)
                   " (" trim(ws-best-mode) ", closed "
                   ws-best-stamp ", latest writer before)"
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           display trim(ws-report-line trailing) end-display

           if ws-run-visited then
               display ws-indent(1:ws-indent-length)
                   "    (run shown above)"
               end-display
               exit paragraph
           end-if

           add 1 to ws-runs-shown
           perform find-run-details

           display ws-indent(1:ws-indent-length)
               "    script " trim(ws-run-found-script)
               ", started " ws-run-found-stamp
               ", operator " trim(ws-run-found-operator)
           end-display

           perform list-run-inputs

           exit paragraph.


      *>   Writers are OUTPUT, APPEND and the read-write channels.
      *>   A writer whose checksum at close equals the file's wins;
      *>   otherwise the latest writer closing before the reader.
       find-producing-run.

           move spaces to ws-best-run-id ws-best-stamp ws-best-mode
               ws-best-reference
           set ws-best-no-crc-match to true

           open input fd-lineage-file
           if not ws-lineage-file-ok then
               close fd-lineage-file
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-eof
               read fd-lineage-file
                   at end set ws-eof to true
                   not at end perform consider-producer-line
               end-read
           end-perform

           close fd-lineage-file

           exit paragraph.


       consider-producer-line.

           if f-lineage-line(1:5) not = "FILE|" then
               exit paragraph
           end-if

           perform split-register-line

           if ws-col-5 not = ws-walk-path(ws-walk-idx)
               or ws-col-stamp > ws-walk-before(ws-walk-idx)
               or ws-col-run-id = ws-walk-reader-run(ws-walk-idx)
           then
               exit paragraph
           end-if

           evaluate ws-col-4
               when "OUTPUT"
               when "APPEND"
               when "RANDOM"
               when "KEYED"
               when "BINARY"
                   continue
               when other
                   exit paragraph
           end-evaluate

           if ws-walk-crc(ws-walk-idx) not = "-"
               and ws-col-8 = ws-walk-crc(ws-walk-idx)
           then
               set ws-best-crc-match to true
               move ws-col-run-id to ws-best-run-id
               move ws-col-stamp to ws-best-stamp
               move ws-col-4 to ws-best-mode
               exit paragraph
           end-if

           if ws-best-no-crc-match
               and ws-col-stamp >= ws-best-stamp
           then
               move ws-col-run-id to ws-best-run-id
               move ws-col-stamp to ws-best-stamp
               move ws-col-4 to ws-best-mode
           end-if

           exit paragraph.


       check-run-visited.

           set ws-run-not-visited to true

           perform varying ws-visited-idx from 1 by 1
           until ws-visited-idx > ws-num-visited
               if ws-visited-run(ws-visited-idx) = ws-best-run-id then
                   set ws-run-visited to true
                   exit perform
               end-if
           end-perform

           if ws-run-not-visited
               and ws-num-visited < ws-max-visited-runs
           then
               add 1 to ws-num-visited
               move ws-best-run-id to ws-visited-run(ws-num-visited)
           end-if

           exit paragraph.


       find-run-details.

           move "(not recorded)" to ws-run-found-script
           move spaces to ws-run-found-stamp ws-run-found-operator

           open input fd-lineage-file
           set ws-not-eof to true
           perform until ws-eof
               read fd-lineage-file
                   at end set ws-eof to true
                   not at end
                       if f-lineage-line(1:4) = "RUN|" then
                           perform split-register-line
                           if ws-col-run-id = ws-best-run-id then
                               move ws-col-4 to ws-run-found-script
                               move ws-col-stamp
                                   to ws-run-found-stamp
                               move ws-col-5
                                   to ws-run-found-operator
                           end-if
                       end-if
               end-read
           end-perform
           close fd-lineage-file

           exit paragraph.


      *>   What the producing run read (each input queued for its
      *>   own producer) and the code that went into it.
       list-run-inputs.

           open input fd-lineage-file
           set ws-not-eof to true
           perform until ws-eof
               read fd-lineage-file
                   at end set ws-eof to true
                   not at end perform show-run-input-line
               end-read
           end-perform
           close fd-lineage-file

           exit paragraph.


       show-run-input-line.

           if f-lineage-line(1:5) not = "FILE|"
               and f-lineage-line(1:7) not = "MEMBER|"
           then
               exit paragraph
           end-if

           perform split-register-line

           if ws-col-run-id not = ws-best-run-id then
               exit paragraph
           end-if

           if ws-col-kind = "MEMBER" then
               display ws-indent(1:ws-indent-length)
                   "    uses " trim(ws-col-4) " "
                   trim(ws-col-5) " (" trim(ws-col-6)
                   ", checksum " trim(ws-col-8) ")"
               end-display
               exit paragraph
           end-if

           evaluate ws-col-4
               when "INPUT"
               when "RANDOM"
               when "KEYED"
               when "BINARY"
                   continue
               when other
                   exit paragraph
           end-evaluate

      *>   A read-write channel on the file being traced is the
      *>   update itself, not an input to it.
           if ws-col-5 = ws-walk-path(ws-walk-idx) then
               exit paragraph
           end-if

           display ws-indent(1:ws-indent-length)
               "    read " trim(ws-col-5)
               " as " trim(ws-col-6)
               " (" trim(ws-col-4) ", " trim(ws-col-7)
               " bytes, checksum " trim(ws-col-8) ")"
           end-display

           if ws-num-walk-nodes < ws-max-walk-nodes then
               add 1 to ws-num-walk-nodes
               move ws-col-5 to ws-walk-path(ws-num-walk-nodes)
               move ws-col-8 to ws-walk-crc(ws-num-walk-nodes)
               move ws-col-stamp to ws-walk-before(ws-num-walk-nodes)
               move ws-best-run-id
                   to ws-walk-reader-run(ws-num-walk-nodes)
               compute ws-walk-depth(ws-num-walk-nodes) =
                   ws-walk-depth(ws-walk-idx) + 1
               end-compute
           else
               set ws-walk-overflow to true
           end-if

           exit paragraph.


       split-register-line.

           move spaces to ws-col-kind ws-col-run-id ws-col-stamp
               ws-col-4 ws-col-5 ws-col-6 ws-col-7 ws-col-8

           if f-lineage-line(1:4) = "RUN|" then
               unstring f-lineage-line delimited by "|"
                   into ws-col-kind ws-col-run-id ws-col-stamp
                       ws-col-4 ws-col-5
               end-unstring
           else
               unstring f-lineage-line delimited by "|"
                   into ws-col-kind ws-col-run-id ws-col-stamp
                       ws-col-4 ws-col-5 ws-col-6 ws-col-7 ws-col-8
               end-unstring
           end-if

           exit paragraph.

       end program lineage.
