      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Live run board for the operations console: every
      *          running cbi process keeps one status file in the
      *          run directory (CBI_RUN_DIR, "runs" when unset),
      *          cbi_run_<pid>.sts, holding a single line --
      *            pid|script|manifest|step|started|progress|updated
      *          -- rewritten as the run moves to a new job-stream
      *          step or reports PROGRESS, and removed when the run
      *          ends. A run killed outright leaves its file behind;
      *          the console checks the pid and shows it as gone.
      *          The same directory carries each run's own operator
      *          command file, cbi_run_<pid>.cmd, which the operator
      *          channel polls beside the shared one, so a command
      *          reaches the one run it was meant for.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. run-status.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-run-status-file
               assign to dynamic ws-run-status-name
               organization is line sequential
               file status is ws-run-status-status.

       data division.

       file section.

       fd  fd-run-status-file.
       01  f-run-status-line             pic x(1024).

       working-storage section.

       01  ws-run-dir                    pic x(256) value spaces.
       01  ws-run-status-name            pic x(300) value spaces.
       01  ws-run-command-name           pic x(300) value spaces.
       01  ws-run-status-status          pic xx.
           88  ws-run-status-ok          value "00".

       01  ws-names-resolved-sw          pic a value 'N'.
           88  ws-names-resolved         value 'Y'.
           88  ws-names-unresolved       value 'N'.

       01  ws-board-open-sw              pic a value 'N'.
           88  ws-board-open             value 'Y'.
           88  ws-board-closed           value 'N'.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-pid-disp                   pic z(8)9.

      *>   What the status line says.
       01  ws-board-script               pic x(256) value spaces.
       01  ws-board-manifest             pic x(256) value spaces.
       01  ws-board-step                 pic 9(4) value 0.
       01  ws-board-started              pic x(14) value spaces.
       01  ws-board-progress             pic x(80) value spaces.
       01  ws-board-updated              pic x(14) value spaces.

       01  ws-env-step                   pic x(8) value spaces.
       01  ws-clock-stamp                pic x(21).
       01  ws-board-buffer               pic x(1024).

       linkage section.

       01  l-script-name                 pic x(1024).
       01  l-manifest-name               pic x(1024).
       01  l-step-index                  pic 9(4).
       01  l-progress-text               pic x(80).
       01  l-command-file-name           pic x(300).

       procedure division.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls as a run starts:
      *          the script (blank for a --batch driver until its
      *          first step) and the manifest (blank for a script run
      *          on its own). A PARALLEL member picks its step up
      *          from CBI_STREAM_STEP.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "run-status-open" using l-script-name l-manifest-name.

           perform resolve-board-names

           move l-script-name to ws-board-script
           move l-manifest-name to ws-board-manifest
           move 0 to ws-board-step
           move spaces to ws-board-progress

           move spaces to ws-env-step
           accept ws-env-step from environment "CBI_STREAM_STEP"
           end-accept
           if ws-env-step not = spaces
               and test-numval(trim(ws-env-step)) = 0
           then
               compute ws-board-step = numval(ws-env-step)
               end-compute
           end-if

           move function current-date to ws-clock-stamp
           move ws-clock-stamp(1:14) to ws-board-started

           set ws-board-open to true
           perform write-board-line

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the batch driver calls as each step
      *          starts.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "run-status-step" using l-step-index l-script-name.

           if ws-board-closed then
               goback
           end-if

           move l-step-index to ws-board-step
           move l-script-name to ws-board-script
           move spaces to ws-board-progress
           perform write-board-line

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point PROGRESS calls with its latest status and
      *          projection.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "run-status-progress" using l-progress-text.

           if ws-board-closed then
               goback
           end-if

           move l-progress-text to ws-board-progress
           perform write-board-line

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls at end of run: the
      *          run leaves the board, and any command left unread
      *          for it goes too.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "run-status-close".

           if ws-board-closed then
               goback
           end-if

           set ws-board-closed to true

           call "CBL_DELETE_FILE" using ws-run-status-name
           end-call
           call "CBL_DELETE_FILE" using ws-run-command-name
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point giving the operator channel this run's
      *          own command file name.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "run-status-command-file" using l-command-file-name.

           perform resolve-board-names
           move ws-run-command-name to l-command-file-name

           goback.


       resolve-board-names.

           if ws-names-resolved then
               exit paragraph
           end-if

           set ws-names-resolved to true

           accept ws-run-dir from environment "CBI_RUN_DIR"
           end-accept

           if ws-run-dir = spaces then
               move "runs" to ws-run-dir
           end-if

           call "CBL_CREATE_DIR" using ws-run-dir
           end-call

           call "C$GETPID" end-call
           move return-code to ws-my-pid
           move ws-my-pid to ws-pid-disp

           move spaces to ws-run-status-name
           string
               trim(ws-run-dir) "/cbi_run_" trim(ws-pid-disp) ".sts"
               delimited by size
               into ws-run-status-name
           end-string

           move spaces to ws-run-command-name
           string
               trim(ws-run-dir) "/cbi_run_" trim(ws-pid-disp) ".cmd"
               delimited by size
               into ws-run-command-name
           end-string

           exit paragraph.


       write-board-line.

           move function current-date to ws-clock-stamp
           move ws-clock-stamp(1:14) to ws-board-updated

           move spaces to ws-board-buffer
           string
               trim(ws-pid-disp) "|"
               trim(ws-board-script) "|"
               trim(ws-board-manifest) "|"
               ws-board-step "|"
               ws-board-started "|"
               trim(ws-board-progress) "|"
               ws-board-updated
               delimited by size
               into ws-board-buffer
           end-string

           open output fd-run-status-file
           if ws-run-status-ok then
               write f-run-status-line from ws-board-buffer
           end-if
           close fd-run-status-file

           exit paragraph.

       end program run-status.
