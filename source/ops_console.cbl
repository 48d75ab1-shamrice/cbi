      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Operations console behind cbi --console: one
      *          full-screen view of the night, refreshed every few
      *          seconds (console-refresh= in cbi.cfg via
      *          CBI_CONSOLE_REFRESH, 5 when unset) --
      *            the scheduler's entries, when each is due and
      *              whether it is waiting, running or done today
      *              (runs/scheduler.sts, written by --scheduler);
      *            every running cbi process from the run board
      *              (runs/cbi_run_<pid>.sts): script, manifest,
      *              job-stream step and its last PROGRESS line with
      *              the projected finish, or "gone" for a run that
      *              died without clearing its entry;
      *            the .lck lock sentinels held, with their ages;
      *            the message queues in CBI_QUEUE_DIR and how many
      *              messages wait on each;
      *            the last few error-surface entries.
      *          A command line at the foot sends an operator-channel
      *          word to one run by its number on the screen --
      *            2 PAUSE   2 RESUME   2 CHECKPOINT   2 CANCEL
      *          (P, R, C and X for short; CANCEL asks first) -- by
      *          writing that run's own command file on the board.
      *          Q or Escape leaves.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. ops-console.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.
           crt status is ws-crt-status.

       input-output section.
           file-control.
               select optional fd-scratch-file
               assign to dynamic ws-scratch-file-name
               organization is line sequential
               file status is ws-scratch-file-status.

               select optional fd-board-file
               assign to dynamic ws-board-file-name
               organization is line sequential
               file status is ws-board-file-status.

       data division.

       file section.

       fd  fd-scratch-file.
       01  f-scratch-line                pic x(1024).

       fd  fd-board-file.
       01  f-board-line                  pic x(1024).

       working-storage section.

       copy screenio.

       78  ws-max-console-runs           value 6.
       78  ws-max-console-sched          value 5.
       78  ws-max-console-locks          value 3.
       78  ws-max-console-queues         value 3.
       78  ws-max-console-errors         value 3.

       01  ws-crt-status.
           05  ws-crt-status-key-1       pic 99.
           05  ws-crt-status-key-2       pic 99.

       01  ws-scratch-file-name          pic x(256)
                                         value "cbi_console.tmp".
       01  ws-scratch-file-status        pic xx.
           88  ws-scratch-file-ok        value "00".

       01  ws-board-file-name            pic x(300) value spaces.
       01  ws-board-file-status          pic xx.
           88  ws-board-file-ok          value "00".

       01  ws-run-dir                    pic x(256) value spaces.
       01  ws-queue-dir                  pic x(256) value spaces.
       01  ws-env-refresh                pic x(8) value spaces.
       01  ws-refresh-secs               pic 9(3) value 5.

       01  ws-shell-command              pic x(1024).

       01  ws-console-done-sw            pic a value 'N'.
           88  ws-console-done           value 'Y'.
           88  ws-console-not-done       value 'N'.

      *>   The runs on screen, numbered for the command line.
       01  ws-run-table.
           05  ws-num-runs               pic 9(4) comp value 0.
           05  ws-run-entry              occurs 6 times.
               10  ws-run-pid            pic x(10).
               10  ws-run-alive-sw       pic a.
                   88  ws-run-alive      value 'Y'.
                   88  ws-run-gone       value 'N'.

       01  ws-run-idx                    pic 9(4) comp.
       01  ws-run-more                   pic 9(4) value 0.

       01  ws-col-1                      pic x(256).
       01  ws-col-2                      pic x(256).
       01  ws-col-3                      pic x(256).
       01  ws-col-4                      pic x(256).
       01  ws-col-5                      pic x(256).
       01  ws-col-6                      pic x(256).
       01  ws-col-7                      pic x(256).

       01  ws-screen-line                pic x(80).
       01  ws-half-line                  pic x(39).
       01  ws-row                        pic 99.
       01  ws-lock-row                   pic 99.
       01  ws-queue-row                  pic 99.
       01  ws-shown                      pic 9(4) comp.
       01  ws-more-disp                  pic zzz9.
       01  ws-num-disp                   pic 9.

       01  ws-age-secs                   pic 9(9).
       01  ws-age-hh                     pic 9(4).
       01  ws-age-mm                     pic 99.
       01  ws-age-ss                     pic 99.
       01  ws-age-rem                    pic 9(9).
       01  ws-age-text                   pic x(10).
       01  ws-depth-disp                 pic zzzzz9.

       01  ws-clock-stamp                pic x(21).
       01  ws-clock-text                 pic x(19).

      *>   The command line.
       01  ws-reply                      pic x(24).
       01  ws-reply-number               pic x(8).
       01  ws-reply-word                 pic x(16).
       01  ws-command-word               pic x(16).
       01  ws-target-idx                 pic 9(4).
       01  ws-confirm                    pic x.
       01  ws-message                    pic x(78) value spaces.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-scratch-line               pic x(1024).
       01  ls-board-line                 pic x(1024).

       procedure division.

       main-procedure.

           perform resolve-console-settings

           call "logger" using "OPS-CONSOLE :: Console opened."
           end-call

           set ws-console-not-done to true

           perform console-round until ws-console-done

           display " " at line 1 column 1 with blank screen
           end-display

           call "CBL_DELETE_FILE" using ws-scratch-file-name
           end-call

           call "logger" using "OPS-CONSOLE :: Console closed."
           end-call

           goback.


      *>   One refresh: paint every panel, then wait for a command
      *>   until the refresh interval runs out.
       console-round.

           move function current-date to ws-clock-stamp
           move spaces to ws-clock-text
           string
               ws-clock-stamp(1:4) "-" ws-clock-stamp(5:2) "-"
               ws-clock-stamp(7:2) " " ws-clock-stamp(9:2) ":"
               ws-clock-stamp(11:2) ":" ws-clock-stamp(13:2)
               delimited by size
               into ws-clock-text
           end-string

           move spaces to ws-screen-line
           string
               "cbi operations console" "          " ws-clock-text
               delimited by size
               into ws-screen-line
           end-string
           display ws-screen-line at line 1 column 1
               with blank screen
           end-display

           perform paint-schedule-panel
           perform paint-running-panel
           perform paint-locks-panel
           perform paint-queues-panel
           perform paint-errors-panel

           display ws-message at line 23 column 1
           end-display
           move spaces to ws-message

           display
               "n PAUSE|RESUME|CHECKPOINT|CANCEL  Q quit >"
               at line 24 column 1
           end-display

           move spaces to ws-reply
           accept ws-reply at line 24 column 44
               with update time-out ws-refresh-secs
           end-accept

           if ws-crt-status = COB-SCR-ESC then
               set ws-console-done to true
               exit paragraph
           end-if

           if ws-reply not = spaces then
               perform take-console-command
           end-if

           exit paragraph.


       paint-schedule-panel.

           display "SCHEDULER" at line 3 column 1 with highlight
           end-display
           display
               "manifest                  when      state    last"
               at line 3 column 14
           end-display

           move 4 to ws-row
           move 0 to ws-shown

           move spaces to ws-board-file-name
           string
               trim(ws-run-dir) "/scheduler.sts"
               delimited by size
               into ws-board-file-name
           end-string

           open input fd-board-file

           if not ws-board-file-ok then
               close fd-board-file
               display "  (scheduler not running)" at line 4 column 1
               end-display
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-board-file into ls-board-line
                   at end set ls-eof to true
                   not at end
                       if ws-shown < ws-max-console-sched then
                           perform paint-one-schedule-line
                       end-if
               end-read
           end-perform

           close fd-board-file

           exit paragraph.


       paint-one-schedule-line.

           move spaces to ws-col-1 ws-col-2 ws-col-3 ws-col-4
               ws-col-5 ws-col-6
           unstring ls-board-line
               delimited by "|"
               into ws-col-1 ws-col-2 ws-col-3 ws-col-4
                    ws-col-5 ws-col-6
           end-unstring

           move spaces to ws-screen-line
           move ws-col-1(1:25) to ws-screen-line(14:25)
           move ws-col-2(1:9) to ws-screen-line(40:9)
           move ws-col-5(1:8) to ws-screen-line(50:8)
           if ws-col-6 not = spaces then
               string
                   "status " trim(ws-col-6)
                   delimited by size
                   into ws-screen-line(59:20)
               end-string
           end-if

           display ws-screen-line at line ws-row column 1
           end-display

           add 1 to ws-row
           add 1 to ws-shown

           exit paragraph.


       paint-running-panel.

           display "RUNNING" at line 9 column 1 with highlight
           end-display
           display
               "# pid      script         manifest       step "
               "progress"
               at line 10 column 1
           end-display

           move 0 to ws-num-runs
           move 0 to ws-run-more
           move 11 to ws-row

           move spaces to ws-shell-command
           string
               "ls -1 " trim(ws-run-dir) "/cbi_run_*.sts "
               "2>/dev/null > " trim(ws-scratch-file-name)
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           open input fd-scratch-file

           if ws-scratch-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scratch-file into ls-scratch-line
                       at end set ls-eof to true
                       not at end
                           if ls-scratch-line not = spaces then
                               perform paint-one-run
                           end-if
                   end-read
               end-perform
           end-if

           close fd-scratch-file

           if ws-num-runs = 0 then
               display "  (no runs on the board)"
                   at line 11 column 1
               end-display
           end-if

           if ws-run-more > 0 then
               move ws-run-more to ws-more-disp
               move spaces to ws-screen-line
               string
                   "  ... and " trim(ws-more-disp) " more"
                   delimited by size
                   into ws-screen-line
               end-string
               display ws-screen-line at line 17 column 1
               end-display
           end-if

           exit paragraph.


      *>   ls-scratch-line names one run's board file.
       paint-one-run.

           if ws-num-runs >= ws-max-console-runs then
               add 1 to ws-run-more
               exit paragraph
           end-if

           move trim(ls-scratch-line) to ws-board-file-name
           move spaces to ls-board-line

           open input fd-board-file
           if ws-board-file-ok then
               read fd-board-file into ls-board-line
                   at end continue
               end-read
           end-if
           close fd-board-file

           if ls-board-line = spaces then
               exit paragraph
           end-if

           move spaces to ws-col-1 ws-col-2 ws-col-3 ws-col-4
               ws-col-5 ws-col-6 ws-col-7
           unstring ls-board-line
               delimited by "|"
               into ws-col-1 ws-col-2 ws-col-3 ws-col-4
                    ws-col-5 ws-col-6 ws-col-7
           end-unstring

           add 1 to ws-num-runs
           move trim(ws-col-1) to ws-run-pid(ws-num-runs)

      *>   A run killed outright never cleared its entry.
           move spaces to ws-shell-command
           string
               "kill -0 " trim(ws-col-1) " 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call
           if return-code = 0 then
               set ws-run-alive(ws-num-runs) to true
           else
               set ws-run-gone(ws-num-runs) to true
           end-if

           move ws-num-runs to ws-num-disp

           move spaces to ws-screen-line
           move ws-num-disp to ws-screen-line(1:1)
           move ws-col-1(1:8) to ws-screen-line(3:8)
           move ws-col-2(1:14) to ws-screen-line(12:14)
           move ws-col-3(1:14) to ws-screen-line(27:14)
           move ws-col-4(1:4) to ws-screen-line(42:4)
           if ws-run-gone(ws-num-runs) then
               move "(gone -- process has ended)"
                   to ws-screen-line(47:34)
           else
               move ws-col-6(1:34) to ws-screen-line(47:34)
           end-if

           display ws-screen-line at line ws-row column 1
           end-display
           add 1 to ws-row

           exit paragraph.


       paint-locks-panel.

           display "LOCKS (age)" at line 18 column 1 with highlight
           end-display

           move spaces to ws-shell-command
           string
               "now=$(date +%s); for f in *.lck */*.lck; do "
               "[ -f ""$f"" ] && echo ""$((now - $(stat -c %Y "
               """$f"")))|$f""; done 2>/dev/null > "
               trim(ws-scratch-file-name)
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           move 19 to ws-lock-row
           move 0 to ws-shown

           open input fd-scratch-file

           if ws-scratch-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scratch-file into ls-scratch-line
                       at end set ls-eof to true
                       not at end
                           if ls-scratch-line not = spaces
                               and ws-shown < ws-max-console-locks
                           then
                               perform paint-one-lock
                           end-if
                   end-read
               end-perform
           end-if

           close fd-scratch-file

           if ws-shown = 0 then
               display "  (none)" at line 19 column 1
               end-display
           end-if

           exit paragraph.


       paint-one-lock.

           move spaces to ws-col-1 ws-col-2
           unstring ls-scratch-line
               delimited by "|"
               into ws-col-1 ws-col-2
           end-unstring

           move 0 to ws-age-secs
           if test-numval(trim(ws-col-1)) = 0 then
               compute ws-age-secs = numval(ws-col-1)
               end-compute
           end-if
           perform format-age

           move spaces to ws-half-line
           move ws-age-text to ws-half-line(1:10)
           move ws-col-2(1:28) to ws-half-line(12:28)

           display ws-half-line at line ws-lock-row column 1
           end-display

           add 1 to ws-lock-row
           add 1 to ws-shown

           exit paragraph.


       paint-queues-panel.

           display "QUEUES (waiting)" at line 18 column 42
               with highlight
           end-display

           move spaces to ws-shell-command
           string
               "for f in " trim(ws-queue-dir) "/*.msq; do "
               "[ -f ""$f"" ] && echo ""$(wc -l < ""$f"")|"
               "$(basename ""$f"" .msq)""; done 2>/dev/null > "
               trim(ws-scratch-file-name)
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           move 19 to ws-queue-row
           move 0 to ws-shown

           open input fd-scratch-file

           if ws-scratch-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scratch-file into ls-scratch-line
                       at end set ls-eof to true
                       not at end
                           if ls-scratch-line not = spaces
                               and ws-shown < ws-max-console-queues
                           then
                               perform paint-one-queue
                           end-if
                   end-read
               end-perform
           end-if

           close fd-scratch-file

           if ws-shown = 0 then
               display "  (no queues)" at line 19 column 42
               end-display
           end-if

           exit paragraph.


       paint-one-queue.

           move spaces to ws-col-1 ws-col-2
           unstring ls-scratch-line
               delimited by "|"
               into ws-col-1 ws-col-2
           end-unstring

           move 0 to ws-depth-disp
           if test-numval(trim(ws-col-1)) = 0 then
               move numval(ws-col-1) to ws-depth-disp
           end-if

           move spaces to ws-half-line
           move ws-depth-disp to ws-half-line(1:6)
           move upper-case(ws-col-2(1:30)) to ws-half-line(9:30)

           display ws-half-line at line ws-queue-row column 42
           end-display

           add 1 to ws-queue-row
           add 1 to ws-shown

           exit paragraph.


      *>   The tail of cbi_errors.log, newest last.
       paint-errors-panel.

           display "RECENT ERRORS" at line 21 column 1 with highlight
           end-display

           move spaces to ws-shell-command
           string
               "tail -n 3 cbi_errors.log 2>/dev/null > "
               trim(ws-scratch-file-name)
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           move 0 to ws-shown
           move 22 to ws-row

           open input fd-scratch-file

           if ws-scratch-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-scratch-file into ls-scratch-line
                       at end set ls-eof to true
                       not at end
                           if ls-scratch-line not = spaces
                               and ws-shown < ws-max-console-errors
                           then
                               move ls-scratch-line(1:80)
                                   to ws-screen-line
                               display ws-screen-line
                                   at line ws-row column 1
                               end-display
                               add 1 to ws-shown
                           end-if
                   end-read
               end-perform
           end-if

           close fd-scratch-file

           if ws-shown = 0 then
               display "  (none)" at line 22 column 1
               end-display
           end-if

           exit paragraph.


      *>   "n WORD": the operator-channel word for run n on screen,
      *>   written to that run's own command file.
       take-console-command.

           move spaces to ws-reply-number
           move spaces to ws-reply-word
           unstring ws-reply
               delimited by all space
               into ws-reply-number ws-reply-word
           end-unstring

           if upper-case(trim(ws-reply-number)) = "Q" then
               set ws-console-done to true
               exit paragraph
           end-if

           if test-numval(trim(ws-reply-number)) not = 0 then
               move "Enter a run number from the RUNNING panel, "
                   & "then the command." to ws-message
               exit paragraph
           end-if

           compute ws-target-idx = numval(ws-reply-number)
           end-compute

           if ws-target-idx < 1 or ws-target-idx > ws-num-runs then
               move "No such run on the screen." to ws-message
               exit paragraph
           end-if

           if ws-run-gone(ws-target-idx) then
               move "That run has ended; nothing to send."
                   to ws-message
               exit paragraph
           end-if

           evaluate upper-case(trim(ws-reply-word))
               when "P"
               when "PAUSE"
                   move "PAUSE" to ws-command-word
               when "R"
               when "RESUME"
                   move "RESUME" to ws-command-word
               when "C"
               when "CHECKPOINT"
                   move "CHECKPOINT" to ws-command-word
               when "X"
               when "CANCEL"
                   move "CANCEL" to ws-command-word
               when other
                   move "Commands: PAUSE, RESUME, CHECKPOINT, CANCEL."
                       to ws-message
                   exit paragraph
           end-evaluate

           if ws-command-word = "CANCEL" then
               move spaces to ws-screen-line
               string
                   "Cancel pid " trim(ws-run-pid(ws-target-idx))
                   " (it checkpoints and exits)? Y/N >"
                   delimited by size
                   into ws-screen-line
               end-string
               display ws-screen-line at line 23 column 1
               end-display
               move space to ws-confirm
               accept ws-confirm at line 23 column 60
               end-accept
               if upper-case(ws-confirm) not = "Y" then
                   move "Cancel not sent." to ws-message
                   exit paragraph
               end-if
           end-if

           move spaces to ws-board-file-name
           string
               trim(ws-run-dir) "/cbi_run_"
               trim(ws-run-pid(ws-target-idx)) ".cmd"
               delimited by size
               into ws-board-file-name
           end-string

           open output fd-board-file
           if ws-board-file-ok then
               write f-board-line from ws-command-word
           end-if
           close fd-board-file

           move spaces to ws-message
           string
               trim(ws-command-word) " sent to pid "
               trim(ws-run-pid(ws-target-idx)) "."
               delimited by size
               into ws-message
           end-string

           call "logger" using concatenate(
               "OPS-CONSOLE :: " trim(ws-command-word)
               " sent to pid " trim(ws-run-pid(ws-target-idx)))
           end-call

           exit paragraph.


       format-age.

           divide ws-age-secs by 3600
               giving ws-age-hh
               remainder ws-age-rem
           end-divide
           divide ws-age-rem by 60
               giving ws-age-mm
               remainder ws-age-ss
           end-divide

           move spaces to ws-age-text
           if ws-age-hh > 99 then
               move "99:59:59+" to ws-age-text
           else
               string
                   ws-age-hh(3:2) ":" ws-age-mm ":" ws-age-ss
                   delimited by size
                   into ws-age-text
               end-string
           end-if

           exit paragraph.


       resolve-console-settings.

           accept ws-run-dir from environment "CBI_RUN_DIR"
           end-accept
           if ws-run-dir = spaces then
               move "runs" to ws-run-dir
           end-if

           accept ws-queue-dir from environment "CBI_QUEUE_DIR"
           end-accept
           if ws-queue-dir = spaces then
               move "queues" to ws-queue-dir
           end-if

           move 5 to ws-refresh-secs
           accept ws-env-refresh
               from environment "CBI_CONSOLE_REFRESH"
           end-accept
           if ws-env-refresh not = spaces
               and test-numval(trim(ws-env-refresh)) = 0
               and numval(ws-env-refresh) >= 1
               and numval(ws-env-refresh) <= 300
           then
               compute ws-refresh-secs = numval(ws-env-refresh)
               end-compute
           end-if

           exit paragraph.

       end program ops-console.
