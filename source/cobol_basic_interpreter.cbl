
      *>   Process exit status: 0 success, 1 unhandled runtime
      *>   error, 2 file not found, 3 load validation failure, 4
      *>   ASSERT failure, 6 control-totals mismatch, 7 dataset
      *>   reservation refused, 8 operator cancel at a safe point
      *>   (resumable with --restart), 9 runaway-run ceiling hit,
      *>   10 record volumes outside the volume rules, 11 dual-
      *>   control script without an approval, 12 GL extract out of
      *>   balance, 13 run-to-run balance proof break, 14 script
      *>   parameters (PARAM) missing or invalid, or whatever END n /
      *>   SYSTEM n set.
       01  ws-exit-status             pic 999 value 0.
       01  ws-proof-exit-status       pic 999 value 0.
       01  ws-proof-prior-status      pic 999 value 0.
       01  ws-exit-close-number       pic 99 value 0.
       01  ws-exit-close-rc           pic 9 value 0.

      *>   Lineage register: a stand-alone run is step 0.
       01  ws-lineage-step-none       pic 9(4) value 0.
       01  ws-lineage-member-kind     pic x(16) value "CHAIN".
       01  ws-lineage-member-label    pic x(64) value spaces.

       01  ws-interrupt-sw            pic a value 'N'.
           88  ws-operator-interrupted value 'Y'.
           88  ws-not-interrupted     value 'N'.
       01  ws-batch-resume-rc         pic 9 value 0.
       01  ws-batch-step-stamp        pic x(14) value spaces.
       01  ws-batch-step-status       pic 999 value 0.
       01  ws-batch-stream-status     pic 999 value 0.
       01  ws-batch-elapsed-secs      pic 9(6) value 0.
       01  ws-batch-start-secs        pic 9(6) value 0.
       01  ws-batch-end-secs          pic 9(6) value 0.
       01  ws-batch-clock-str         pic x(21).
       01  ws-batch-step-cond         pic a value space.
       01  ws-batch-group-id          pic 9(4) value 0.
       01  ws-batch-group-first       pic 9(4) value 0.
       01  ws-batch-group-last        pic 9(4) value 0.
      *>   A failed PARALLEL member, reported as its own step.
       01  ws-batch-fail-idx          pic 9(4) value 0.
       01  ws-batch-fail-status       pic 999 value 0.
       01  ws-batch-fail-script       pic x(1024) value spaces.
       01  ws-batch-fail-args         pic x(1024) value spaces.

      *>   Dataset reservations: RESERVE lines are taken before the
      *>   first line runs and released at end of run (or step).
       01  ws-reserve-rc              pic 9 value 1.
       01  ws-reserve-scan-idx        pic 9(10) comp value 0.

      *>   A script declaring DUAL CONTROL runs only under an
      *>   approved maker/checker request.
       01  ws-dual-control-rc         pic 9 value 1.
       01  ws-script-params-rc        pic 9 value 1.
       01  ws-reserve-level-script    pic a value 'S'.
       01  ws-reserve-level-all       pic a value 'A'.

      *>   Volume gate: the step a PARALLEL member runs as (from
      *>   job-stream through CBI_STREAM_STEP) and the breach that
      *>   failed the run, for the job log and the alert.
       01  ws-volume-step-idx         pic 9(4) value 0.
       01  ws-volume-env-step         pic x(8) value spaces.
       01  ws-volume-breach-text      pic x(256) value spaces.

       01  ws-batch-skip-alerted-sw   pic a value 'N'.
           88  ws-batch-skip-alerted  value 'Y'.
           88  ws-batch-skip-not-alerted value 'N'.

      *>   Failure alerting: the event kind handed to alert-notify,
      *>   and whether this run or step already raised its alert.
       01  ws-alert-kind              pic x(16) value spaces.

      *>   The syslog event type an error-surface line goes out as.
       01  ws-surface-kind            pic x(16) value spaces.
       01  ws-alert-step-idx          pic 9(4) value 0.
       01  ws-alert-raised-sw         pic a value 'N'.
           88  ws-alert-raised        value 'Y'.
           88  ws-alert-not-raised    value 'N'.

       01  ws-profile-sw              pic a value 'N'.
           88  ws-enable-profile      value 'Y'.
               10  ws-profile-count       pic 9(8) comp.
               10  ws-profile-hund        pic 9(10) comp.

      *>   --coverage: executions of each line this run, added into
      *>   the script's .cov file as each program finishes.
       01  ws-coverage-sw             pic a value 'N'.
           88  ws-enable-coverage     value 'Y'.
           88  ws-disable-coverage    value 'N'.
       01  ws-coverage-env            pic x(16) value spaces.

       01  ws-coverage-table.
           05  ws-coverage-count      pic 9(8) comp occurs 64000 times.

       01  ws-debug-sw                pic a value 'N'.
           88  ws-enable-debug        value 'Y'.
           88  ws-disable-debug       value 'N'.
           88  ws-debug-stay-prompt   value 'N'.
       01  ws-debug-value-disp        pic -(16)9.
       01  ws-debug-dec-disp          pic -(8)9.9(6).
      *>   String values shown by p pass through the vault credential
      *>   redaction first.
       01  ws-debug-redact-buffer     pic x(32768).

       01  ws-max-variables-cfg       pic 9(5) value 0.

       01  ws-on-error-label              pic x(32) value spaces.
       01  ws-pending-error-code          pic 9(4) value 0.
       01  ws-pending-error-disp          pic 9(4).
      *>   What failed, when the raiser described it (the overflowing
      *>   expression, say); spaces otherwise.
       01  ws-pending-error-text          pic x(256) value spaces.
       01  ws-error-label-idx             pic 9(4) comp.
       01  ws-error-assign-str            pic x(1024).

               ws-scheduler-file-name
           end-call

      *>   --coverage (coverage=on in cbi.cfg) accumulates which
      *>   lines every run executes, across runs, beside each script.
           accept ws-coverage-env from environment "CBI_COVERAGE"
           end-accept
           if lower-case(trim(ws-coverage-env)) = "on" then
               set ws-enable-coverage to true
           end-if

      *>   A configured variable limit below the table's physical
      *>   capacity takes effect for this run.
           if ws-max-variables-cfg > 0
               end-call
           end-if

      *>   The data dictionary registers its PII elements for
      *>   masking before anything is logged about them.
           call "dictionary-load" end-call

           call "install-shutdown-handler" using ws-logging-sw
           end-call

      *>   Alerts raised by a stand-alone run name its script;
      *>   a batch stream re-points the context at each step.
           call "alert-set-context" using
               ws-input-source-file-name
               ws-alert-step-idx
               ws-exit-status
           end-call

           call "syslog-set-context" using ws-input-source-file-name
           end-call

      *>   Resident scheduler mode -- stays up launching manifests
      *>   until the operator interrupts, then leaves through the
      *>   normal cleanup.
               perform exit-program
           end-if

      *>   Declared PARAMs take their NAME=value arguments before
      *>   anything runs; a missing or bad one refuses the run.
           perform check-script-params
           if ws-script-params-rc = 0 then
               display
                   "ERROR: Script parameters missing or invalid. "
                   "See errors above."
               end-display
               call "error-surface" using concatenate(
                   "Script parameters refused: "
                   trim(ws-input-source-file-name))
               end-call
               move 14 to ws-exit-status
               perform exit-program
           end-if

      *>   A dual-control script needs its approval before anything
      *>   else is taken.
           perform check-dual-control
           if ws-dual-control-rc = 0 then
               move 11 to ws-exit-status
               perform exit-program
           end-if

      *>   A script's RESERVE declarations are taken before its
      *>   first line runs; a conflicting holder refuses the run.
           perform take-script-reservations
           if ws-reserve-rc = 0 then
               move 7 to ws-exit-status
               perform exit-program
           end-if

      *>   On the run board for the operations console until exit.
           call "run-status-open" using
               ws-input-source-file-name
               ws-batch-file-name
           end-call

      *>   --restart: reload the last CHECKPOINT snapshot's variables
      *>   and resume execution from the line after it. (Open file
      *>   positions and SUB/GOSUB nesting are not part of the
               end-if
           end-if

           call "lineage-begin" using
               ws-input-source-file-name
               ws-lineage-step-none
           end-call

           perform parse-and-run-program

           perform exit-program.
               " (" ws-batch-step-count " steps)"
           end-display

      *>   The manifest's RESERVE lines are taken before the first
      *>   step and held until the stream ends.
           call "reserve-acquire" using
               ws-batch-file-name
               ws-reserve-rc
           end-call

           if ws-reserve-rc = 0 then
               move 7 to ws-exit-status
               move "RESERVATION" to ws-alert-kind
               call "alert-event" using
                   concatenate(
                   "Job stream " trim(ws-batch-file-name)
                   " was refused its dataset reservations and did "
                   "not run.")
                   ws-alert-kind
                   ws-exit-status
               end-call
               call "job-stream-close" using ws-exit-status
               end-call
               exit paragraph
           end-if

           call "run-status-open" using
               ws-input-source-file-name
               ws-batch-file-name
           end-call

      *>   --restart with --batch resumes the stream at its failed
      *>   step, using the state job-stream persisted as the earlier
      *>   run progressed; completed steps are not re-run.
                   exit perform cycle
               end-if

      *>       A PARALLEL group runs as concurrent child cbi runs
      *>       under job-stream; the walk carries on after the
      *>       group's last step.
               call "job-stream-step-group" using
                   ws-batch-step-idx
                   ws-batch-group-id
               end-call

               if ws-batch-group-id > 0 then
                   perform run-batch-parallel-group
                   exit perform cycle
               end-if

      *>       The step's condition against what the earlier steps
      *>       actually did: a failed extract is not followed by the
      *>       load of a stale file, but an IFFAIL recovery step or
                   call "job-stream-log-skip" using
                       ws-batch-step-idx
                   end-call
                   perform alert-skipped-ifok-chain
               else
                   move current-date to ws-batch-clock-str
                   move ws-batch-clock-str(1:14)
                       + numval(ws-batch-clock-str(13:2))
                   end-compute

                   set ws-alert-not-raised to true
                   move 0 to ws-batch-step-status
                   call "alert-set-context" using
                       ws-input-source-file-name
                       ws-batch-step-idx
                       ws-batch-step-status
                   end-call

                   call "syslog-set-context" using
                       ws-input-source-file-name
                   end-call

                   call "lineage-begin" using
                       ws-input-source-file-name
                       ws-batch-step-idx
                   end-call

                   call "run-status-step" using
                       ws-batch-step-idx
                       ws-input-source-file-name
                   end-call

                   perform run-one-batch-step
                   perform finish-batch-step

                   call "reserve-release" using
                       ws-reserve-level-script
                   end-call

                   call "volume-gate" using
                       ws-input-source-file-name
                       ws-batch-step-idx
                       ws-batch-step-status
                       ws-volume-breach-text
                   end-call

                   move current-date to ws-batch-clock-str
                   compute ws-batch-end-secs =
                       ws-batch-elapsed-secs
                   end-call

                   if ws-volume-breach-text not = spaces then
                       call "job-stream-log-note" using
                           ws-batch-step-idx
                           ws-volume-breach-text
                       end-call
                   end-if

      *>           One history record per step, carrying the
      *>           step's own script, status and counter deltas --
      *>           the per-script trend the morning questions ask.
                           move ws-batch-step-status
                               to ws-exit-status
                       end-if

      *>               Someone has to hear about it tonight -- unless
      *>               the step already raised its own alert on the
      *>               way down (a run-limit breach).
                       call "alert-set-context" using
                           ws-input-source-file-name
                           ws-batch-step-idx
                           ws-batch-step-status
                       end-call
                       if ws-alert-not-raised
                           and ws-volume-breach-text not = spaces
                       then
                           set ws-alert-raised to true
                           move "VOLUME BREACH" to ws-alert-kind
                           call "alert-event" using
                               concatenate(
                               "Job stream " trim(ws-batch-file-name)
                               " step " ws-batch-step-idx ": "
                               trim(ws-volume-breach-text))
                               ws-alert-kind
                               ws-batch-step-status
                           end-call
                       end-if
                       if ws-alert-not-raised then
                           move "STEP FAILED" to ws-alert-kind
                           call "alert-event" using
                               concatenate(
                               "Job stream " trim(ws-batch-file-name)
                               " step " ws-batch-step-idx
                               " (" trim(ws-input-source-file-name)
                               ") ended with status "
                               ws-batch-step-status)
                               ws-alert-kind
                               ws-batch-step-status
                           end-call
                       end-if
                   end-if
               end-if

           exit paragraph.


      *> Declares every RESERVE line of the loaded program and
      *> takes them together, before the program's first line.
       take-script-reservations.

           move 1 to ws-reserve-rc

           perform varying ws-reserve-scan-idx from 1 by 1
           until ws-reserve-scan-idx > ws-num-lines
               if ws-line-op(ws-reserve-scan-idx) = ws-op-reserve
               then
                   call "reserve-declare" using
                       ws-source-data-read(ws-reserve-scan-idx)
                       ws-reserve-level-script
                   end-call
               end-if
           end-perform

           call "reserve-acquire" using
               ws-input-source-file-name
               ws-reserve-rc
           end-call

           exit paragraph.


      *> DUAL CONTROL anywhere in the script puts the whole run under
      *> maker/checker approval; dual-control decides.
       check-dual-control.

           move 1 to ws-dual-control-rc

           perform varying ws-reserve-scan-idx from 1 by 1
           until ws-reserve-scan-idx > ws-num-lines
               if ws-line-op(ws-reserve-scan-idx)
                   = ws-op-dual-control
               then
                   call "dual-control-guard" using
                       ws-input-source-file-name
                       ws-dual-control-rc
                   end-call
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> PARAM declarations (collected by load-program) bind their
      *> values from the NAME=value arguments in COMMAND$.
       check-script-params.

           call "script-params-bind" using
               ws-command-args-value
               ws-script-params-rc
           end-call

           exit paragraph.


      *> Hands a PARALLEL group to job-stream, which launches and
      *> logs each member (the child runs append their own run
      *> history), then treats a failed member the way a failed
      *> serial step is treated: first failure sets the stream's
      *> status, and the on-call hears about each failed member
      *> against its own script and step.
       run-batch-parallel-group.

           move ws-batch-step-idx to ws-batch-group-first

           call "run-status-step" using
               ws-batch-group-first
               ws-input-source-file-name
           end-call

           call "job-stream-run-group" using
               ws-batch-group-first
               ws-batch-group-last
               ws-batch-step-status
           end-call

           move ws-batch-group-last to ws-batch-step-idx

           if ws-batch-step-status = 0 then
               exit paragraph
           end-if

           if ws-exit-status = 0 then
               move ws-batch-step-status to ws-exit-status
           end-if

           move ws-batch-group-first to ws-batch-fail-idx

           perform until ws-batch-fail-idx = 0
               or ws-batch-fail-idx > ws-batch-group-last

               call "job-stream-next-failed-member" using
                   ws-batch-fail-idx
                   ws-batch-group-last
                   ws-batch-fail-status
               end-call

               if ws-batch-fail-idx > 0 then
                   perform alert-failed-group-member
                   add 1 to ws-batch-fail-idx
               end-if
           end-perform

           exit paragraph.


       alert-failed-group-member.

           call "job-stream-get-step" using
               ws-batch-fail-idx
               ws-batch-fail-script
               ws-batch-fail-args
           end-call

           call "alert-set-context" using
               ws-batch-fail-script
               ws-batch-fail-idx
               ws-batch-fail-status
           end-call

           move "STEP FAILED" to ws-alert-kind
           call "alert-event" using
               concatenate(
               "Job stream " trim(ws-batch-file-name)
               " parallel group at steps " ws-batch-group-first
               " to " ws-batch-group-last ": step " ws-batch-fail-idx
               " (" trim(ws-batch-fail-script)
               ") ended with status " ws-batch-fail-status)
               ws-alert-kind
               ws-batch-fail-status
           end-call

           exit paragraph.


      *> A skipped IFOK step means the night's main line stopped --
      *> one alert for the first such skip, not one per step of the
      *> chain behind it. Skipped IFFAIL recovery steps are the
      *> normal case and raise nothing.
       alert-skipped-ifok-chain.

           if ws-batch-skip-alerted then
               exit paragraph
           end-if

           call "job-stream-step-condition" using
               ws-batch-step-idx
               ws-batch-step-cond
           end-call

           if ws-batch-step-cond not = 'O' then
               exit paragraph
           end-if

           set ws-batch-skip-alerted to true

           call "alert-set-context" using
               ws-input-source-file-name
               ws-batch-step-idx
               ws-exit-status
           end-call

           move "IFOK SKIPPED" to ws-alert-kind
           call "alert-event" using
               concatenate(
               "Job stream " trim(ws-batch-file-name)
               " skipped step " ws-batch-step-idx
               " (" trim(ws-input-source-file-name)
               ") and the IFOK steps after it: an earlier step "
               "failed.")
               ws-alert-kind
               ws-exit-status
           end-call

           exit paragraph.


      *> Loads and runs one step of the job stream with a clean
      *> program state, the same reset CHAIN performs.
       run-one-batch-step.
               exit paragraph
           end-if

           perform check-script-params
           if ws-script-params-rc = 0 then
               display
                   "ERROR: Job step parameters missing or invalid: "
                   trim(ws-input-source-file-name)
               end-display
               move 14 to ws-batch-step-status
               exit paragraph
           end-if

           perform check-dual-control
           if ws-dual-control-rc = 0 then
               move 11 to ws-batch-step-status
               exit paragraph
           end-if

           perform take-script-reservations
           if ws-reserve-rc = 0 then
               move 7 to ws-batch-step-status
               exit paragraph
           end-if

      *>   The resumed step honors its own CHECKPOINT snapshot, so
      *>   a long posting continues mid-file instead of from record
      *>   one.
               end-if
           end-if

      *>   The step runs under its own exit status; the stream's
      *>   (first failure wins) is put back once it ends.
           move ws-exit-status to ws-batch-stream-status
           move 0 to ws-exit-status

           perform parse-and-run-program

           move ws-exit-status to ws-batch-step-status
           move ws-batch-stream-status to ws-exit-status

           exit paragraph.


      *> What exit-program does for a whole run, done for one step:
      *> the step's files close (a GL extract balances as it
      *> closes), its balance proof runs against its own script, and
      *> its guarded feeds are committed against its own status --
      *> all before the step's status is logged, gated and judged
      *> by the IFOK and IFFAIL steps after it.
       finish-batch-step.

           call "trans-abort-pending" end-call

           move 0 to ws-exit-close-number
           call "close-file" using
               ws-exit-close-number ws-exit-close-rc
           end-call

           if ws-batch-step-status = 0 then
               call "glbal-get-status" using ws-batch-step-status
               end-call
           end-if

           move ws-batch-step-status to ws-proof-exit-status
           if ws-proof-exit-status = 0 then
               call "totals-get-status" using ws-proof-exit-status
               end-call
           end-if
           move ws-proof-exit-status to ws-proof-prior-status
           call "balance-run-proof" using
               ws-proof-exit-status
               ws-input-source-file-name
           end-call
           if ws-proof-exit-status not = ws-proof-prior-status
               and ws-batch-step-status = 0
           then
               move ws-proof-exit-status to ws-batch-step-status
           end-if

           call "feed-guard-commit" using ws-proof-exit-status
           end-call

           call "glbal-reset" end-call

           exit paragraph.

                   end-perform

               when "RUN"
                   perform check-dual-control
                   if ws-dual-control-rc = 1 then
                       perform check-script-params
                   end-if
                   if ws-dual-control-rc = 1
                       and ws-script-params-rc = 1
                   then
                       move 1 to ws-run-start-line
                       set ws-not-exit-program to true
                       perform parse-and-run-program
                       set ws-not-exit-program to true
                   end-if

               when spaces
                   continue
                   "File not found: "
                   trim(ws-input-source-file-name)
               end-display
               exit paragraph
           end-if

      *>   A program the loader refused -- one failing validation,
      *>   or an unpromoted or altered member under the production
      *>   profile -- is not left half loaded for RUN.
           if ws-program-not-valid then
               move 0 to ws-num-lines
               display
                   "Load refused: "
                   trim(ws-input-source-file-name)
                   ". See errors above."
               end-display
           else
               display
                   "Loaded " trim(ws-input-source-file-name)
      *>   the files close -- uncommitted work must not land.
           call "trans-abort-pending" end-call

      *>   An ACH file never ACHCLOSEd is removed, never left
      *>   half-built for the transmission step to pick up.
           call "ach-abandon" end-call

      *>   Database connections left open are closed and their
      *>   scratch results removed.
           call "db-close-all" end-call

           call "run-status-close" end-call

      *>   Close every open file slot -- a LOCK still held at end of
      *>   run releases its sentinel with the close, so the next
      *>   run's LOCK isn't permanently busy.
           call "close-file" using
               ws-exit-close-number ws-exit-close-rc
           end-call
           call "lineage-end" end-call

      *>   The balance proof runs once the files are closed -- a GL
      *>   extract balances as it closes -- while the log and error
      *>   file are still open. It carries closings forward only
      *>   for a run nothing else has failed, control totals and GL
      *>   balancing included. A control-totals VERIFY mismatch, an
      *>   extract out of balance or a proof break fails the run
      *>   with its own exit status unless a harder failure already
      *>   set one -- settled here, before the run history records
      *>   the status. A job stream proved each step as it ended.
           move ws-exit-status to ws-proof-exit-status
           if ws-proof-exit-status = 0 then
               call "totals-get-status" using ws-proof-exit-status
               end-call
           end-if
           if ws-proof-exit-status = 0 then
               call "glbal-get-status" using ws-proof-exit-status
               end-call
           end-if
           call "balance-run-proof" using
               ws-proof-exit-status
               ws-input-source-file-name
           end-call
           if ws-proof-exit-status not = 0
               and ws-exit-status = 0
           then
               move ws-proof-exit-status to ws-exit-status
           end-if

      *>   Guarded input feeds count as consumed only once the run
      *>   has come through all of that clean.
           call "feed-guard-commit" using ws-proof-exit-status
           end-call

      *>   A label row left part-filled still goes on the sheet.
           call "letter-close" end-call

           call "lprint-close" end-call

      *>   Reservations are given up only once every output file is
      *>   closed and the run's status is settled, so a run waiting
      *>   on the same dataset never opens it mid-write.
           call "reserve-release" using ws-reserve-level-all
           end-call

           call "error-surface-close" end-call

           call "capture-close" end-call
           end-if

           call "disable-audit-journal" end-call
           call "access-log-close" end-call

           if ws-enable-rehearse then
               call "rehearse-summary" end-call

           perform display-run-summary

      *>   A partition of a partitioned run hands its counters and
      *>   status back to the driver.
           call "partition-child-close" using ws-exit-status
           end-call

           move ws-exit-status to return-code

           stop run.
           if ws-input-source-file-name not = spaces
               and ws-batch-file-name = spaces
           then
               perform check-run-volume
               call "history-append" using
                   ws-input-source-file-name
                   ws-command-args-value

           call "totals-run-summary" end-call

           exit paragraph.

      *> The end-of-run volume gate for a script run on its own, or
      *> as a PARALLEL group member, whose step job-stream passes
      *> down in CBI_STREAM_STEP.
       check-run-volume.

           move 0 to ws-volume-step-idx
           move spaces to ws-volume-env-step
           accept ws-volume-env-step
               from environment "CBI_STREAM_STEP"
           end-accept

           if ws-volume-env-step not = spaces
               and test-numval(trim(ws-volume-env-step)) = 0
           then
               compute ws-volume-step-idx =
                   numval(ws-volume-env-step)
               end-compute
           end-if

           call "volume-gate" using
               ws-input-source-file-name
               ws-volume-step-idx
               ws-exit-status
               ws-volume-breach-text
           end-call

           exit paragraph.


       parse-and-run-program.

           perform varying ws-line-idx from ws-run-start-line by 1 
                   end-call
               end-if

      *>       Reads of access-logged files name their line.
               call "access-log-set-context" using
                   ws-input-source-file-name
                   ws-line-idx-disp
               end-call

               if trim(
               ws-source-data-read(ws-line-idx)(1:1)) = ws-comment-tic
               or trim(
                       perform check-debug-pause
                   end-if

                   if ws-enable-coverage then
                       add 1 to ws-coverage-count(ws-line-idx)
                   end-if

                   if ws-enable-profile then
                       perform process-line-with-profile
                   else

           end-perform 

           if ws-enable-coverage then
               perform record-coverage
           end-if

           exit paragraph.


      *> Adds this program's line counts into its .cov file and
      *> starts the next program (a CHAIN target or batch step)
      *> from zero.
       record-coverage.

           if ws-num-lines = 0 then
               exit paragraph
           end-if

           call "coverage-merge" using
               ws-input-source-file-name
               ws-source-data-table
               ws-coverage-table
           end-call

           initialize ws-coverage-table

           exit paragraph.


                       trim(ws-debug-dec-disp)
                   end-display
               when other
                   move ls-variable-value to ws-debug-redact-buffer
                   call "redact-secrets" using ws-debug-redact-buffer
                   end-call
                   display
                       "  " trim(ws-debug-cmd-rest) " = "
                       trim(ws-debug-redact-buffer)
                   end-display
           end-evaluate

                   exit paragraph


               when ws-op-redim
                   call "redim-cmd" using
                       ws-source-data-read(ws-line-idx)
                       ws-variable-table
                       ws-allocate-max-variables
                       ws-allocate-ret-val
                   end-call
                   exit paragraph


               when ws-op-erase
                   call "erase-cmd" using
                       ws-source-data-read(ws-line-idx)
                       ws-variable-table
                       ws-allocate-max-variables
                   end-call
                   exit paragraph


               when ws-op-open
                   call "open-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-notify
                   call "notify-statement" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-reserve
                   call "dataset-reserve" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

      *>       A declaration, acted on before the run starts.
               when ws-op-dual-control
               when ws-op-param
                   exit paragraph

               when ws-op-queue
                   call "msg-queue" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-ach
                   call "ach-file" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-xml
                   call "xml-io" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-bai
                   call "bai-import" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-db
                   call "db-access" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-reconcile
                   call "reconcile-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-glbalance
                   call "glbalance-statement" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-balance
                   call "balance-statement" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-reject-queue
                   call "rejectqueue-statement" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-aging
                   call "aging-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-letter
                   call "letter-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-merge
                   call "merge-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-summarize
                   call "summarize-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-mapremove
                   call "mapremove-cmd" using
                       ws-source-data-read(ws-line-idx)
                   end-call
                   exit paragraph

               when ws-op-transfer
                   call "net-transfer" using
                       ws-source-data-read(ws-line-idx)
                   trim(ws-assert-condition)
               end-display
               move ws-line-idx to ws-line-idx-disp
               move "ASSERT" to ws-surface-kind
               call "error-surface-event" using concatenate(
                   "ASSERT failed at line " ws-line-idx-disp ": "
                   trim(ws-assert-condition))
                   ws-surface-kind
               end-call
               move 4 to ws-exit-status
               set ws-exit-program to true
           end-call

           display " "
           move "CEILING" to ws-surface-kind
           evaluate ws-limits-breach-code
               when 1
                   display
                       "RUN LIMIT: elapsed-time ceiling exceeded "
                       "at line " ws-line-idx-disp "."
                   end-display
                   call "error-surface-event" using concatenate(
                       "Run limit: elapsed-time ceiling exceeded "
                       "at line " ws-line-idx-disp)
                       ws-surface-kind
                   end-call
               when 2
                   display
                       "RUN LIMIT: statement-count ceiling "
                       "exceeded at line " ws-line-idx-disp "."
                   end-display
                   call "error-surface-event" using concatenate(
                       "Run limit: statement-count ceiling "
                       "exceeded at line " ws-line-idx-disp)
                       ws-surface-kind
                   end-call
               when 3
                   display
                       "RUN LIMIT: records-written ceiling "
                       "exceeded at line " ws-line-idx-disp "."
                   end-display
                   call "error-surface-event" using concatenate(
                       "Run limit: records-written ceiling "
                       "exceeded at line " ws-line-idx-disp)
                       ws-surface-kind
                   end-call
           end-evaluate
           display
           move 9 to ws-exit-status
           set ws-exit-program to true

           move "RUN LIMIT" to ws-alert-kind
           call "alert-event" using
               concatenate(
               "Run-limit ceiling " ws-limits-breach-code
               " (1 elapsed time, 2 statements, 3 records written)"
               " exceeded at line " ws-line-idx-disp
               ". Checkpoint written.")
               ws-alert-kind
               ws-exit-status
           end-call
           set ws-alert-raised to true

           exit paragraph.


               exit paragraph
           end-if

           call "get-runtime-error-text" using ws-pending-error-text
           end-call

           if ws-on-error-label = spaces then
      *>       No handler -- the run continues as it always has, but
      *>       the failure is surfaced and the exit status flags it.

               move ws-pending-error-code to ws-pending-error-disp
               move ws-line-idx to ws-line-idx-disp
               if ws-pending-error-text = spaces then
                   call "error-surface" using concatenate(
                       "Runtime error " ws-pending-error-disp
                       " at line " ws-line-idx-disp
                       " (no ON ERROR handler).")
                   end-call
               else
                   call "error-surface" using concatenate(
                       "Runtime error " ws-pending-error-disp
                       " at line " ws-line-idx-disp
                       " (no ON ERROR handler): "
                       trim(ws-pending-error-text))
                   end-call
               end-if
               if ws-exit-status = 0 then
                   move 1 to ws-exit-status
               end-if
                       "ON-ERROR :: Error " ws-pending-error-disp
                       " diverted to handler label: "
                       trim(ws-on-error-label)
                       " at line: " ws-line-idx-disp
                       " " trim(ws-pending-error-text))
                   end-call

                   exit paragraph

       handle-chain.

      *>   The program being left keeps the coverage it earned.
           if ws-enable-coverage then
               perform record-coverage
           end-if

           move ws-source-data-read(ws-line-idx)(length(ws-chain) + 1:)
               to ws-temp-param-buffer
           move trim(ws-temp-param-buffer) to ws-temp-param-buffer
               trim(ws-input-source-file-name))
           end-call

           move ws-input-source-file-name to ws-lineage-member-label
           call "lineage-note-member" using
               ws-lineage-member-kind
               ws-lineage-member-label
               ws-input-source-file-name
           end-call

      *>   Reset all program/runtime state before loading next program.
           move 0 to ws-num-lines
           move 0 to ws-num-loops
               exit paragraph
           end-if

      *>   The CHAIN target binds its own PARAMs from the same
      *>   COMMAND$.
           perform check-script-params
           if ws-script-params-rc = 0 then
               display spaces
               display
                   "ERROR: CHAIN target parameters missing or "
                   "invalid. See errors above."
               end-display
               call "error-surface" using concatenate(
                   "CHAIN target parameters refused: "
                   trim(ws-input-source-file-name))
               end-call
               move 14 to ws-exit-status
               set ws-exit-program to true
               exit paragraph
           end-if

      *>   CHAIN is no way round a dual-control approval.
           perform check-dual-control
           if ws-dual-control-rc = 0 then
               move 11 to ws-exit-status
               set ws-exit-program to true
               exit paragraph
           end-if

           move 0 to ws-line-idx

           exit paragraph.
