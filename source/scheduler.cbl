      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Resident scheduler behind cbi --scheduler: reads a
      *          schedule file -- one entry per line, pipe-delimited:
      *            manifest|HH:MM|MTWTFSS|busdays|not-before|not-after
      *              [|stable-secs|arrive-by]
      *          where the day mask is seven Y/N positions Monday
      *          through Sunday, busdays Y limits launches to
      *          business days (the same holiday calendar the
      *          loop polls the interrupt handler's flag each cycle,
      *          so the box bounces cleanly through the same
      *          graceful-shutdown path a running script uses.
      *          In place of HH:MM an entry may name an event that
      *          launches it instead of the clock:
      *            FILE=/in/bai.dat or FILE=@BAIFILE
      *              fires once a day when the file (or the catalog
      *              name's physical file) is present and its size
      *              and stamp have held still for stable-secs
      *              seconds (30 when blank) -- a feed still being
      *              written is not picked up half-way;
      *            QUEUE=name
      *              fires for each message waiting on the msg-queue
      *              queue, taking the message off the queue.
      *          Event entries honor the same day mask, business-day
      *          flag and not-before/not-after bounds. The triggering
      *          file's path or the message text reaches the manifest
      *          as the &TRIGGER symbol. With arrive-by HH:MM set, an
      *          event that has not fired by then raises one alert
      *          that day, and the scheduler keeps waiting.
      *          Before each launch the stream is run through
      *          batch-forecast; a projected completion past the
      *          batch deadline raises a FORECAST alert up front.
      *          Each cycle the entries' state -- when due, last run,
      *          running or waiting, last status -- is written to
      *          scheduler.sts in the run directory (CBI_RUN_DIR,
      *          "runs" when unset) for the operations console.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               organization is line sequential
               file status is ws-schedule-file-status.

               select optional fd-sched-status-file
               assign to dynamic ws-sched-status-name
               organization is line sequential
               file status is ws-sched-status-status.

       data division.

       file section.
       fd  fd-schedule-file.
       01  f-schedule-line               pic x(512).

       fd  fd-sched-status-file.
       01  f-sched-status-line           pic x(1024).

       working-storage section.

       78  ws-max-schedule-entries       value 50.
               10  ws-sched-not-before   pic x(5).
               10  ws-sched-not-after    pic x(5).
               10  ws-sched-last-run     pic x(8).
               10  ws-sched-kind         pic a.
                   88  ws-sched-is-time  value 'T'.
                   88  ws-sched-is-file  value 'F'.
                   88  ws-sched-is-queue value 'Q'.
               10  ws-sched-trigger-name pic x(256).
               10  ws-sched-stable-secs  pic 9(6).
               10  ws-sched-arrive-by    pic x(5).
               10  ws-sched-last-fired   pic x(8).
               10  ws-sched-alerted-on   pic x(8).
      *>           What the trigger file looked like last cycle, and
      *>           since when it has looked that way.
               10  ws-sched-seen-info    pic x(16).
               10  ws-sched-seen-since   pic 9(12).
      *>           For the console: in flight now, and how the last
      *>           launch ended.
               10  ws-sched-running-sw   pic a.
                   88  ws-sched-running  value 'Y'.
               10  ws-sched-last-status  pic x(4).

       01  ws-sched-idx                  pic 9(4) comp.
       01  ws-status-idx                 pic 9(4) comp.

       01  ws-clock-stamp                pic x(21).
       01  ws-today-date                 pic 9(8).
       01  ws-flat-char-idx              pic 9(4) comp.

       01  ws-shell-command              pic x(600).

      *>   The scheduler's page of the run board.
       01  ws-run-dir                    pic x(256) value spaces.
       01  ws-sched-status-name          pic x(300) value spaces.
       01  ws-sched-status-status        pic xx.
           88  ws-sched-status-ok        value "00".
       01  ws-sched-status-buffer        pic x(1024).
       01  ws-sched-when-text            pic x(272).
       01  ws-sched-state-text           pic x(8).

      *>   Event trigger scratch.
       01  ws-trigger-text               pic x(1024) value spaces.
       01  ws-trigger-fired-sw           pic a value 'N'.
           88  ws-trigger-fired          value 'Y'.
           88  ws-trigger-not-fired      value 'N'.
       01  ws-trigger-path               pic x(1024).
       01  ws-trigger-logical            pic x(64).
       01  ws-trigger-resolve-rc         pic 9.
       01  ws-trigger-file-info.
           05  ws-trigger-file-size      pic x(8) comp-x.
           05  ws-trigger-file-stamp     pic x(8).
       01  ws-trigger-queue-name         pic x(64).
       01  ws-trigger-queue-rc           pic 9.
       01  ws-now-abs-secs               pic 9(12).
       01  ws-stable-for-secs            pic 9(12).

       01  ws-alert-kind                 pic x(16) value spaces.
       01  ws-alert-step                 pic 9(4) value 0.
       01  ws-alert-status               pic 999 value 0.
       01  ws-alert-script               pic x(1024).
       01  ws-launch-status              pic s9(9) comp.
       01  ws-status-disp                pic -(8)9.

      *>   The quiet pre-launch forecast: the stream starts now, and
      *>   batch-forecast raises the alert itself on a miss.
       01  ws-forecast-manifest          pic x(1024).
       01  ws-forecast-mode              pic a value 'S'.
       01  ws-forecast-start             pic x(5) value spaces.
       01  ws-forecast-rc                pic 9 value 1.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.

       01  ls-schedule-line              pic x(512).
       01  ls-col-manifest               pic x(256).
       01  ls-col-time                   pic x(272).
       01  ls-col-days                   pic x(8).
       01  ls-col-busdays                pic x(4).
       01  ls-col-not-before             pic x(8).
       01  ls-col-not-after              pic x(8).
       01  ls-col-stable-secs            pic x(8).
       01  ls-col-arrive-by              pic x(8).

       linkage section.


           set ws-not-interrupted to true

           accept ws-run-dir from environment "CBI_RUN_DIR"
           end-accept
           if ws-run-dir = spaces then
               move "runs" to ws-run-dir
           end-if
           call "CBL_CREATE_DIR" using ws-run-dir
           end-call
           move spaces to ws-sched-status-name
           string
               trim(ws-run-dir) "/scheduler.sts"
               delimited by size
               into ws-sched-status-name
           end-string

           perform scheduler-cycle until ws-interrupted

           call "CBL_DELETE_FILE" using ws-sched-status-name
           end-call

           display "Scheduler stopped cleanly."
           call "logger" using "SCHEDULER :: Stopped cleanly."
           end-call
               function mod(ws-day-number, 7)
           end-compute

           compute ws-now-abs-secs =
               ws-day-number * 86400
               + numval(ws-clock-stamp(9:2)) * 3600
               + numval(ws-clock-stamp(11:2)) * 60
               + numval(ws-clock-stamp(13:2))
           end-compute

           perform varying ws-sched-idx from 1 by 1
           until ws-sched-idx > ws-num-schedule-entries
               or ws-interrupted
               perform consider-one-entry
           end-perform

           perform write-scheduler-status

           if ws-not-interrupted then
               call "CBL_OC_NANOSLEEP" using ws-poll-nanos
               end-call
               exit paragraph
           end-if

           if ws-sched-is-time(ws-sched-idx)
               and ws-now-time < ws-sched-time(ws-sched-idx)
           then
               exit paragraph
           end-if

               exit paragraph
           end-if

           if ws-sched-is-time(ws-sched-idx) then
               move spaces to ws-trigger-text
               perform launch-one-manifest
               exit paragraph
           end-if

           set ws-trigger-not-fired to true
           move spaces to ws-trigger-text

           if ws-sched-is-file(ws-sched-idx) then
               perform check-file-trigger
           else
               perform check-queue-trigger
           end-if

           if ws-trigger-fired then
               move ws-clock-stamp(1:8)
                   to ws-sched-last-fired(ws-sched-idx)
               perform launch-one-manifest
      *>       A queue entry runs once per message, not once a day.
               if ws-sched-is-queue(ws-sched-idx) then
                   move spaces to ws-sched-last-run(ws-sched-idx)
               end-if
           else
               perform check-arrival-deadline
           end-if

           exit paragraph.


      *>   Present, and unchanged in size and stamp for the entry's
      *>   stable seconds. A change restarts the clock.
       check-file-trigger.

           move spaces to ws-trigger-path

           if ws-sched-trigger-name(ws-sched-idx)(1:1) = "@" then
               move ws-sched-trigger-name(ws-sched-idx)(2:)
                   to ws-trigger-logical
               call "catalog-resolve" using
                   ws-trigger-logical
                   ws-trigger-path
                   ws-trigger-resolve-rc
               end-call
               if ws-trigger-resolve-rc = 0 then
                   exit paragraph
               end-if
           else
               move ws-sched-trigger-name(ws-sched-idx)
                   to ws-trigger-path
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-trigger-path ws-trigger-file-info
           end-call

           if return-code not = 0 then
               move spaces to ws-sched-seen-info(ws-sched-idx)
               move 0 to ws-sched-seen-since(ws-sched-idx)
               exit paragraph
           end-if

           if ws-trigger-file-info
               not = ws-sched-seen-info(ws-sched-idx)
           then
               move ws-trigger-file-info
                   to ws-sched-seen-info(ws-sched-idx)
               move ws-now-abs-secs
                   to ws-sched-seen-since(ws-sched-idx)
               call "logger" using concatenate(
                   "SCHEDULER :: "
                   trim(ws-sched-trigger-name(ws-sched-idx))
                   " present; waiting "
                   ws-sched-stable-secs(ws-sched-idx)
                   "s for it to settle.")
               end-call
               exit paragraph
           end-if

           compute ws-stable-for-secs =
               ws-now-abs-secs - ws-sched-seen-since(ws-sched-idx)
           end-compute

           if ws-stable-for-secs
               >= ws-sched-stable-secs(ws-sched-idx)
           then
               set ws-trigger-fired to true
               move ws-trigger-path to ws-trigger-text
               move spaces to ws-sched-seen-info(ws-sched-idx)
               move 0 to ws-sched-seen-since(ws-sched-idx)
           end-if

           exit paragraph.


      *>   One waiting message fires the entry; the message comes off
      *>   the queue and rides along as &TRIGGER.
       check-queue-trigger.

      *>   A previous instance still running leaves the message
      *>   where it is -- taken now, it would be lost to the refusal.
           perform build-sched-lock-name
           call "CBL_CHECK_FILE_EXIST" using
               ws-sched-lock-name ws-sched-lock-info
           end-call
           if return-code = 0 then
               exit paragraph
           end-if

           move ws-sched-trigger-name(ws-sched-idx)
               to ws-trigger-queue-name

           call "queue-take-message" using
               ws-trigger-queue-name
               ws-trigger-text
               ws-trigger-queue-rc
           end-call

           if ws-trigger-queue-rc = 1 then
               set ws-trigger-fired to true
           end-if

           exit paragraph.


      *>   Not arrived by the entry's deadline: one alert a day, and
      *>   the scheduler keeps watching until not-after.
       check-arrival-deadline.

           if ws-sched-arrive-by(ws-sched-idx) = spaces
               or ws-now-time <= ws-sched-arrive-by(ws-sched-idx)
               or ws-sched-last-fired(ws-sched-idx)
                   = ws-clock-stamp(1:8)
               or ws-sched-alerted-on(ws-sched-idx)
                   = ws-clock-stamp(1:8)
           then
               exit paragraph
           end-if

           move ws-clock-stamp(1:8)
               to ws-sched-alerted-on(ws-sched-idx)

           display
               "  " trim(ws-sched-trigger-name(ws-sched-idx))
               " has not arrived by "
               ws-sched-arrive-by(ws-sched-idx)
               " for " trim(ws-sched-manifest(ws-sched-idx))
           end-display

           call "logger-leveled" using concatenate(
               "SCHEDULER :: WARN : "
               trim(ws-sched-trigger-name(ws-sched-idx))
               " not arrived by "
               ws-sched-arrive-by(ws-sched-idx)
               " for " trim(ws-sched-manifest(ws-sched-idx)))
               "WARN"
           end-call

           move ws-sched-manifest(ws-sched-idx) to ws-alert-script
           move 0 to ws-alert-status
           call "alert-set-context" using
               ws-alert-script
               ws-alert-step
               ws-alert-status
           end-call

           move "NOT ARRIVED" to ws-alert-kind
           call "alert-event" using
               concatenate(
               "Scheduled trigger "
               trim(ws-sched-trigger-name(ws-sched-idx))
               " for " trim(ws-sched-manifest(ws-sched-idx))
               " has not arrived by "
               ws-sched-arrive-by(ws-sched-idx)
               ". Still waiting.")
               ws-alert-kind
               ws-alert-status
           end-call

           exit paragraph.

               " at " ws-now-time
           end-display

           if ws-trigger-text not = spaces then
               display "  trigger: " trim(ws-trigger-text)
               call "logger" using concatenate(
                   "SCHEDULER :: Trigger for "
                   trim(ws-sched-manifest(ws-sched-idx))
                   ": " trim(ws-trigger-text))
               end-call
           end-if

           call "logger" using concatenate(
               "SCHEDULER :: Launching "
               trim(ws-sched-manifest(ws-sched-idx)))
           end-call

      *>   The launched stream inherits the trigger as its &TRIGGER
      *>   symbol -- through the environment, so a message text
      *>   never has to survive shell quoting.
           set environment "CBI_SYM_TRIGGER" to ws-trigger-text

      *>   Project the night before committing to it; a stream
      *>   already forecast to miss its window is still launched,
      *>   but operations hear about it while there is time to act.
           move ws-sched-manifest(ws-sched-idx)
               to ws-forecast-manifest
           call "batch-forecast" using
               ws-forecast-manifest
               ws-forecast-mode
               ws-forecast-start
               ws-forecast-rc
           end-call

           move spaces to ws-shell-command
           string
               "cbi --batch "
               into ws-shell-command
           end-string

           move 'Y' to ws-sched-running-sw(ws-sched-idx)
           perform write-scheduler-status

           call "SYSTEM" using ws-shell-command
           end-call

           move return-code to ws-launch-status
           move ws-launch-status to ws-status-disp

           move 'N' to ws-sched-running-sw(ws-sched-idx)
           move trim(ws-status-disp)
               to ws-sched-last-status(ws-sched-idx)

           call "CBL_DELETE_FILE" using ws-sched-lock-name
           end-call

           exit paragraph.


      *>   One line per entry for the operations console:
      *>     manifest|when|days|last-run|state|last-status
       write-scheduler-status.

           open output fd-sched-status-file

           if not ws-sched-status-ok then
               close fd-sched-status-file
               exit paragraph
           end-if

           perform varying ws-status-idx from 1 by 1
           until ws-status-idx > ws-num-schedule-entries

               move spaces to ws-sched-when-text
               evaluate true
                   when ws-sched-is-file(ws-status-idx)
                       string
                           "FILE=" ws-sched-trigger-name(ws-status-idx)
                           delimited by space
                           into ws-sched-when-text
                       end-string
                   when ws-sched-is-queue(ws-status-idx)
                       string
                           "QUEUE="
                           ws-sched-trigger-name(ws-status-idx)
                           delimited by space
                           into ws-sched-when-text
                       end-string
                   when other
                       move ws-sched-time(ws-status-idx)
                           to ws-sched-when-text
               end-evaluate

               evaluate true
                   when ws-sched-running(ws-status-idx)
                       move "RUNNING" to ws-sched-state-text
                   when ws-sched-last-run(ws-status-idx)
                       = ws-clock-stamp(1:8)
                       move "DONE" to ws-sched-state-text
                   when other
                       move "WAITING" to ws-sched-state-text
               end-evaluate

               move spaces to ws-sched-status-buffer
               string
                   trim(ws-sched-manifest(ws-status-idx)) "|"
                   trim(ws-sched-when-text) "|"
                   ws-sched-day-mask(ws-status-idx) "|"
                   ws-sched-last-run(ws-status-idx) "|"
                   trim(ws-sched-state-text) "|"
                   ws-sched-last-status(ws-status-idx)
                   delimited by size
                   into ws-sched-status-buffer
               end-string
               write f-sched-status-line
                   from ws-sched-status-buffer
           end-perform

           close fd-sched-status-file

           exit paragraph.


      *>   ISBUSDAY through the same resolver the scripts use, so
      *>   the scheduler honors the one site holiday calendar.
       check-business-day.
           move spaces to ls-col-busdays
           move spaces to ls-col-not-before
           move spaces to ls-col-not-after
           move spaces to ls-col-stable-secs
           move spaces to ls-col-arrive-by

           unstring ls-schedule-line
               delimited by "|"
               into ls-col-manifest ls-col-time ls-col-days
                    ls-col-busdays ls-col-not-before
                    ls-col-not-after ls-col-stable-secs
                    ls-col-arrive-by
           end-unstring

           if trim(ls-col-manifest) = spaces
           end-if

           add 1 to ws-num-schedule-entries
           move 'N' to ws-sched-running-sw(ws-num-schedule-entries)
           move spaces
               to ws-sched-last-status(ws-num-schedule-entries)
           move trim(ls-col-manifest)
               to ws-sched-manifest(ws-num-schedule-entries)
           move ls-col-time(1:5)
               to ws-sched-time(ws-num-schedule-entries)

      *>   The time column names the launch event instead of a
      *>   clock time for the FILE= and QUEUE= entry types.
           set ws-sched-is-time(ws-num-schedule-entries) to true
           move spaces
               to ws-sched-trigger-name(ws-num-schedule-entries)
           evaluate true
               when upper-case(trim(ls-col-time)(1:5)) = "FILE="
                   set ws-sched-is-file(ws-num-schedule-entries)
                       to true
                   move trim(trim(ls-col-time)(6:))
                       to ws-sched-trigger-name(
                           ws-num-schedule-entries)
                   move spaces
                       to ws-sched-time(ws-num-schedule-entries)
               when upper-case(trim(ls-col-time)(1:6)) = "QUEUE="
                   set ws-sched-is-queue(ws-num-schedule-entries)
                       to true
                   move upper-case(trim(trim(ls-col-time)(7:)))
                       to ws-sched-trigger-name(
                           ws-num-schedule-entries)
                   move spaces
                       to ws-sched-time(ws-num-schedule-entries)
           end-evaluate

           move 30 to ws-sched-stable-secs(ws-num-schedule-entries)
           if trim(ls-col-stable-secs) not = spaces
               and test-numval(trim(ls-col-stable-secs)) = 0
           then
               compute ws-sched-stable-secs(ws-num-schedule-entries)
                   = numval(ls-col-stable-secs)
               end-compute
           end-if

           move ls-col-arrive-by(1:5)
               to ws-sched-arrive-by(ws-num-schedule-entries)
           move spaces
               to ws-sched-last-fired(ws-num-schedule-entries)
           move spaces
               to ws-sched-alerted-on(ws-num-schedule-entries)
           move spaces
               to ws-sched-seen-info(ws-num-schedule-entries)
           move 0 to ws-sched-seen-since(ws-num-schedule-entries)

           if trim(ls-col-days) = spaces then
               move "YYYYYYY"
                   to ws-sched-day-mask(ws-num-schedule-entries)
