      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Job-stream support behind --batch: reads a manifest
      *          file listing one step per line (script name followed
      *          by the arguments fed to that step's COMMAND$; blank
      *          into the job log so the operator sees exactly what
      *          ran. The interpreter drives the steps; this program
      *          owns the manifest, the conditions and the log.
      *          Steps between a PARALLEL line and an END PARALLEL
      *          line form a group run concurrently as child cbi
      *          runs (at most CBI_PARALLEL_MAX at once, 4 when
      *          unset). The group waits for every member; each
      *          member's status and timing is logged as its own
      *          step, its output kept in a file beside the job log,
      *          and any failed member fails the whole group for
      *          later IFOK and IFFAIL steps; each failed member is
      *          reported against its own script and step. RESERVE
      *          lines (RESERVE CUSTMAST EXCLUSIVE, CASHRCPT SHARED)
      *          declare the stream's dataset reservations, taken by
      *          the interpreter before the first step runs.
      *          A step failed by the volume gate has the breach --
      *          the counts and the rule they fell outside -- written
      *          into the job log under its status line; a PARALLEL
      *          member is told its step number (CBI_STREAM_STEP) so
      *          per-step volume rules apply to it too.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-job-log-file-name
               organization is line sequential.

               select optional fd-child-rc-file
               assign to dynamic ws-child-rc-name
               organization is line sequential
               file status is ws-child-rc-status.

               select optional fd-child-out-file
               assign to dynamic ws-child-out-name
               organization is line sequential
               file status is ws-child-out-status.

       data division.

       file section.
       fd  fd-job-log-file.
       01  f-job-log-line                pic x(1024).

       fd  fd-child-rc-file.
       01  f-child-rc-line               pic x(16).

       fd  fd-child-out-file.
       01  f-child-out-line              pic x(1024).

       working-storage section.

       78  ws-max-job-steps              value 50.
                   88  ws-step-pending   value 'P'.
                   88  ws-step-ran       value 'R'.
                   88  ws-step-skipped   value 'S'.
      *>           Non-zero for a member of a PARALLEL group.
               10  ws-step-group         pic 9(4) value 0.
               10  ws-step-child-state   pic a value space.
                   88  ws-step-child-idle value space.
                   88  ws-step-child-running value 'L'.
                   88  ws-step-child-done value 'D'.
               10  ws-step-start-secs    pic 9(6) value 0.

       01  ws-date-record.
           05  ws-current-date.
       01  ws-target-failed-sw           pic a value 'N'.
           88  ws-target-failed          value 'Y'.
           88  ws-target-not-failed      value 'N'.
       01  ws-cond-step-idx              pic 9(4) comp.
       01  ws-cond-allowed-sw            pic a value 'Y'.
           88  ws-cond-allowed           value 'Y'.
           88  ws-cond-not-allowed       value 'N'.

      *>   PARALLEL group bookkeeping.
       01  ws-num-groups                 pic 9(4) value 0.
       01  ws-open-group                 pic 9(4) value 0.
       01  ws-group-scan-idx             pic 9(4) comp.
       01  ws-group-first                pic 9(4).
       01  ws-group-last                 pic 9(4).
       01  ws-group-id                   pic 9(4).
       01  ws-group-running              pic 9(4) value 0.
       01  ws-group-waiting              pic 9(4) value 0.
       01  ws-parallel-max               pic 9(4) value 4.
       01  ws-env-parallel-max           pic x(8) value spaces.
       01  ws-child-rc-name              pic x(300) value spaces.
       01  ws-child-rc-status            pic xx.
           88  ws-child-rc-ok            value "00".
       01  ws-child-out-name             pic x(300) value spaces.
       01  ws-child-out-status           pic xx.
           88  ws-child-out-ok           value "00".
       01  ws-child-out-text             pic x(1024).
       01  ws-note-text                  pic x(256) value spaces.
       78  ws-volume-breach-status       value 10.
       01  ws-child-rc-text              pic x(16).
       01  ws-child-status               pic 999.
       01  ws-child-elapsed              pic 9(6).
       01  ws-child-now-secs             pic 9(6).
       01  ws-child-file-info            pic x(16).
       01  ws-child-idx                  pic 9(4).
       01  ws-child-shell-cmd            pic x(2048).
       01  ws-child-asof-active          pic a.
       01  ws-child-poll-nanos           pic 9(18) comp-5
                                         value 1000000000.

       01  ws-reserve-level-manifest     pic a value 'M'.

       local-storage section.

       01  l-elapsed-secs                pic 9(6).
       01  l-overall-status              pic 999.
       01  l-resume-step                 pic 9(4).
       01  l-condition-code              pic a.
       01  l-group-id                    pic 9(4).
       01  l-last-step-index             pic 9(4).
       01  l-note-text                   pic x(256).

       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           end-if

           move 0 to ws-num-job-steps
           move 0 to ws-num-groups
           move 0 to ws-open-group
           set ls-not-eof to true

           perform until ls-eof
       entry "job-stream-log-step" using
           l-step-index l-status-code l-elapsed-secs.

           move l-step-index to ws-child-idx
           move l-status-code to ws-child-status
           move l-elapsed-secs to ws-child-elapsed
           perform record-step-outcome

           goback.

               goback
           end-if

           move l-step-index to ws-cond-step-idx
           perform evaluate-step-condition

           if ws-cond-not-allowed then
               set l-return-code-false to true
           end-if

           goback.

      ******************************************************************
       entry "job-stream-log-skip" using l-step-index.

           move l-step-index to ws-child-idx
           perform record-step-skip

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning a step's condition code --
      *          O (IFOK or bare), A (ALWAYS) or F (IFFAIL) -- so the
      *          batch driver can tell a broken main line from a
      *          recovery step that simply was not needed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-step-condition" using
           l-step-index l-condition-code.

           move space to l-condition-code

           if l-step-index >= 1
               and l-step-index <= ws-num-job-steps
           then
               move ws-step-condition(l-step-index)
                   to l-condition-code
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the PARALLEL group a step
      *          belongs to, zero for an ordinary serial step.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-step-group" using
           l-step-index l-group-id.

           move 0 to l-group-id

           if l-step-index >= 1
               and l-step-index <= ws-num-job-steps
           then
               move ws-step-group(l-step-index) to l-group-id
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point running the PARALLEL group that starts
      *          at the given step: each member whose condition holds
      *          is launched as a child cbi run, no more than the
      *          configured number at once, and the group waits for
      *          all of them. Every member is logged as its own step.
      *          Returns the group's last step and the first failed
      *          member's status (zero when all succeeded).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-run-group" using
           l-step-index l-last-step-index l-status-code.

           move 0 to l-status-code
           move l-step-index to l-last-step-index

           if l-step-index < 1
               or l-step-index > ws-num-job-steps
           then
               goback
           end-if

           if ws-step-group(l-step-index) = 0 then
               goback
           end-if

           move ws-step-group(l-step-index) to ws-group-id
           move l-step-index to ws-group-first
           move l-step-index to ws-group-last

           perform varying ws-group-scan-idx from l-step-index by 1
           until ws-group-scan-idx > ws-num-job-steps
               or ws-step-group(ws-group-scan-idx) not = ws-group-id
               move ws-group-scan-idx to ws-group-last
           end-perform

           move ws-group-last to l-last-step-index

           perform resolve-parallel-max

      *>   Children inherit the environment, so a stream run under
      *>   --asof hands its processing date down the same way
      *>   cbi.cfg's asof-date= would.
           call "get-processing-date" using
               ws-asof-date-str
               ws-child-asof-active
           end-call
           if ws-child-asof-active = 'Y' then
               set environment "CBI_ASOF_DATE" to ws-asof-date-str
           end-if

           move function current-date to ws-date-record

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] parallel group "
               ws-group-id ": steps " ws-group-first
               " to " ws-group-last ", up to " ws-parallel-max
               " at once"
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           display
               "  parallel group " ws-group-id ": steps "
               ws-group-first " to " ws-group-last
               " (up to " ws-parallel-max " at once)"
           end-display

           move 0 to ws-group-running
           move 0 to ws-group-waiting

      *>   Every member's condition is judged against the steps
      *>   before the group, before any member starts.
           perform varying ws-child-idx from ws-group-first by 1
           until ws-child-idx > ws-group-last
               perform prepare-group-member
           end-perform

           perform until ws-group-waiting = 0
               and ws-group-running = 0

               perform launch-waiting-members
               perform collect-finished-members

               if ws-group-running > 0 then
                   call "CBL_OC_NANOSLEEP" using ws-child-poll-nanos
                   end-call
               end-if
           end-perform

           perform varying ws-child-idx from ws-group-first by 1
           until ws-child-idx > ws-group-last
               or l-status-code not = 0
               if ws-step-ran(ws-child-idx)
                   and ws-step-status(ws-child-idx) not = 0
               then
                   move ws-step-status(ws-child-idx)
                       to l-status-code
               end-if
           end-perform

           move function current-date to ws-date-record

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] parallel group "
               ws-group-id " complete, status " l-status-code
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point walking the failed members of a group
      *          once it has run: from the given step up to the last
      *          step given, returns the first member that ran and
      *          failed, with its status, in the step index (zero
      *          when there are no more), so each failure can be
      *          reported against its own script and step.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-next-failed-member" using
           l-step-index l-last-step-index l-status-code.

           move 0 to l-status-code
           if l-step-index < 1 then
               move 1 to l-step-index
           end-if

           perform varying ws-child-idx from l-step-index by 1
           until ws-child-idx > l-last-step-index
               or ws-child-idx > ws-num-job-steps
               if ws-step-ran(ws-child-idx)
                   and ws-step-status(ws-child-idx) not = 0
               then
                   move ws-child-idx to l-step-index
                   move ws-step-status(ws-child-idx) to l-status-code
                   goback
               end-if
           end-perform

           move 0 to l-step-index

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point expanding the manifest symbols (&DATE,
      *          &TIME, &ENV, --sym names) in one line of text, so
      *          the batch forecast reads a manifest the way a run
      *          would.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-expand-symbols" using l-step-args.

           move l-step-args to ls-manifest-line
           perform expand-manifest-symbols
           move ls-manifest-line to l-step-args

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point writing a note under a step's status
      *          line in the job log -- the volume gate's breach,
      *          with the numbers that tripped it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "job-stream-log-note" using l-step-index l-note-text.

           move l-step-index to ws-child-idx
           move l-note-text to ws-note-text
           perform record-step-note

           goback.


           move 0 to ws-step-status(l-resume-step)
           set ws-step-pending(l-resume-step) to true

      *>   Inside a PARALLEL group the resume starts at the group's
      *>   first step; its members that already succeeded are
      *>   passed over when the group runs again.
           if ws-step-group(l-resume-step) > 0 then
               perform until l-resume-step = 1
                   or ws-step-group(l-resume-step - 1)
                       not = ws-step-group(l-resume-step)
                   subtract 1 from l-resume-step
               end-perform
           end-if

           set l-return-code-true to true
           goback.


      *>   The condition of step ws-cond-step-idx against what
      *>   the earlier steps actually did.
       evaluate-step-condition.

           set ws-cond-allowed to true
           set ws-no-failure to true
           set ws-target-not-failed to true

           perform varying ws-cond-scan-idx from 1 by 1
           until ws-cond-scan-idx >= ws-cond-step-idx

      *>       Fellow members of the step's own PARALLEL group run
      *>       alongside it, not before it.
               if ws-step-group(ws-cond-step-idx) > 0
                   and ws-step-group(ws-cond-scan-idx)
                       = ws-step-group(ws-cond-step-idx)
               then
                   exit perform cycle
               end-if

               if ws-step-ran(ws-cond-scan-idx)
                   and ws-step-status(ws-cond-scan-idx) not = 0
               then
                   set ws-any-failure to true

                   if ws-step-cond-iffail(ws-cond-step-idx) then
                       perform check-iffail-target
                   end-if
               end-if
           end-perform

           evaluate true
               when ws-step-cond-always(ws-cond-step-idx)
                   continue

               when ws-step-cond-iffail(ws-cond-step-idx)
                   if ws-target-not-failed then
                       set ws-cond-not-allowed to true
                   end-if

               when other
      *>           IFOK, and the default for a bare step: a prior
      *>           failure means this step must not run against
      *>           what that failure left behind.
                   if ws-any-failure then
                       set ws-cond-not-allowed to true
                   end-if
           end-evaluate

           exit paragraph.


      *>   The failed step ws-cond-scan-idx satisfies an IFFAIL when
      *>   it is the named step -- or, inside a PARALLEL group, when
      *>   the named step is any member of the same group, since the
      *>   group fails as a whole.
       check-iffail-target.

           if trim(ws-step-script(ws-cond-scan-idx))
               = trim(ws-step-cond-target(ws-cond-step-idx))
           then
               set ws-target-failed to true
               exit paragraph
           end-if

           if ws-step-group(ws-cond-scan-idx) = 0 then
               exit paragraph
           end-if

           perform varying ws-group-scan-idx from 1 by 1
           until ws-group-scan-idx > ws-num-job-steps
               or ws-target-failed
               if ws-step-group(ws-group-scan-idx)
                   = ws-step-group(ws-cond-scan-idx)
                   and trim(ws-step-script(ws-group-scan-idx))
                       = trim(ws-step-cond-target(ws-cond-step-idx))
               then
                   set ws-target-failed to true
               end-if
           end-perform

           exit paragraph.


      *>   One ran step's outcome (ws-child-idx, ws-child-status,
      *>   ws-child-elapsed) into the state file, the job log and
      *>   the operator's screen.
       record-step-outcome.

           move ws-child-status to ws-step-status(ws-child-idx)
           set ws-step-ran(ws-child-idx) to true

           perform persist-stream-state

           move function current-date to ws-date-record

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] step "
               ws-child-idx
               " " trim(ws-step-script(ws-child-idx))
               " status " ws-child-status
               " elapsed " ws-child-elapsed "s"
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           display
               "  step " ws-child-idx " "
               trim(ws-step-script(ws-child-idx))
               " -> status " ws-child-status
               " (" ws-child-elapsed "s)"
           end-display

           exit paragraph.


      *>   ws-note-text under step ws-child-idx in the job log.
       record-step-note.

           move function current-date to ws-date-record

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] step "
               ws-child-idx " " trim(ws-note-text)
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           exit paragraph.


      *>   A member failed by the volume gate printed its breach to
      *>   its own output file; the job log gets the same lines.
       copy-member-breach-notes.

           open input fd-child-out-file

           if ws-child-out-ok then
               perform until not ws-child-out-ok
                   read fd-child-out-file into ws-child-out-text
                       at end
                           move "10" to ws-child-out-status
                       not at end
                           if ws-child-out-text(1:14)
                               = "VOLUME BREACH:"
                           then
                               move ws-child-out-text
                                   to ws-note-text
                               perform record-step-note
                           end-if
                   end-read
               end-perform
           end-if

           close fd-child-out-file

           exit paragraph.


       record-step-skip.

           set ws-step-skipped(ws-child-idx) to true

           perform persist-stream-state

           move function current-date to ws-date-record

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] step "
               ws-child-idx
               " " trim(ws-step-script(ws-child-idx))
               " skipped (condition not met)"
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           display
               "  step " ws-child-idx " "
               trim(ws-step-script(ws-child-idx))
               " -> skipped (condition not met)"
           end-display

           exit paragraph.


      *>   CBI_PARALLEL_MAX (cbi.cfg parallel-max=), 4 when unset
      *>   or not a usable number.
       resolve-parallel-max.

           move 4 to ws-parallel-max

           move spaces to ws-env-parallel-max
           accept ws-env-parallel-max
               from environment "CBI_PARALLEL_MAX"
           end-accept

           if ws-env-parallel-max not = spaces
               and test-numval(trim(ws-env-parallel-max)) = 0
               and numval(ws-env-parallel-max) >= 1
               and numval(ws-env-parallel-max) <= 50
           then
               compute ws-parallel-max =
                   numval(ws-env-parallel-max)
               end-compute
           end-if

           exit paragraph.


      *>   Decides what becomes of one member before the group
      *>   starts: already complete on a resumed stream, skipped on
      *>   its condition, or queued to launch.
       prepare-group-member.

           if ws-step-ran(ws-child-idx)
               and ws-step-status(ws-child-idx) = 0
           then
               set ws-step-child-done(ws-child-idx) to true
               display
                   "  step " ws-child-idx " "
                   trim(ws-step-script(ws-child-idx))
                   " -> already complete (resumed run)"
               end-display
               exit paragraph
           end-if

           move ws-child-idx to ws-cond-step-idx
           perform evaluate-step-condition

           if ws-cond-not-allowed then
               set ws-step-child-done(ws-child-idx) to true
               perform record-step-skip
               exit paragraph
           end-if

           set ws-step-child-idle(ws-child-idx) to true
           add 1 to ws-group-waiting

           exit paragraph.


       launch-waiting-members.

           perform varying ws-child-idx from ws-group-first by 1
           until ws-child-idx > ws-group-last
               or ws-group-running >= ws-parallel-max
               if ws-step-child-idle(ws-child-idx) then
                   perform launch-group-member
               end-if
           end-perform

           exit paragraph.


      *>   Starts one member in the background: the child's screen
      *>   output goes to its own file beside the job log, and its
      *>   exit status lands in a .rc file -- written under a
      *>   temporary name and renamed, so a half-written status is
      *>   never read.
       launch-group-member.

           perform build-child-file-names

           call "CBL_DELETE_FILE" using ws-child-rc-name
           end-call

           move spaces to ws-child-shell-cmd
           string
               "(CBI_STREAM_STEP=" ws-child-idx
               " cbi " trim(ws-step-script(ws-child-idx))
               " " trim(ws-step-args(ws-child-idx))
               " < /dev/null > " trim(ws-child-out-name)
               " 2>&1; echo $? > " trim(ws-child-rc-name) ".tmp"
               "; mv " trim(ws-child-rc-name) ".tmp "
               trim(ws-child-rc-name) ") &"
               delimited by size
               into ws-child-shell-cmd
           end-string

           move function current-date to ws-date-record
           compute ws-step-start-secs(ws-child-idx) =
               ws-hour * 3600 + ws-min * 60 + ws-sec
           end-compute

           call "logger" using concatenate(
               "JOB-STREAM :: Launching parallel step "
               ws-child-idx ": " trim(ws-child-shell-cmd))
           end-call

           call "SYSTEM" using ws-child-shell-cmd
           end-call

           set ws-step-child-running(ws-child-idx) to true
           subtract 1 from ws-group-waiting
           add 1 to ws-group-running

           move spaces to ws-log-buffer
           string
               "[" ws-hour ":" ws-min ":" ws-sec "] step "
               ws-child-idx
               " " trim(ws-step-script(ws-child-idx))
               " started (parallel group " ws-group-id
               "), output " trim(ws-child-out-name)
               delimited by size
               into ws-log-buffer
           end-string
           write f-job-log-line from ws-log-buffer

           display
               "  step " ws-child-idx " "
               trim(ws-step-script(ws-child-idx))
               " -> started"
           end-display

           exit paragraph.


       collect-finished-members.

           perform varying ws-child-idx from ws-group-first by 1
           until ws-child-idx > ws-group-last
               if ws-step-child-running(ws-child-idx) then
                   perform check-member-finished
               end-if
           end-perform

           exit paragraph.


       check-member-finished.

           perform build-child-file-names

           call "CBL_CHECK_FILE_EXIST" using
               ws-child-rc-name ws-child-file-info
           end-call

           if return-code not = 0 then
               exit paragraph
           end-if

           move spaces to ws-child-rc-text
           open input fd-child-rc-file
           if ws-child-rc-ok then
               read fd-child-rc-file into ws-child-rc-text
                   at end continue
               end-read
           end-if
           close fd-child-rc-file

           call "CBL_DELETE_FILE" using ws-child-rc-name
           end-call

      *>   A status the shell could not report counts as a runtime
      *>   failure rather than a success.
           move 1 to ws-child-status
           if ws-child-rc-text not = spaces
               and test-numval(trim(ws-child-rc-text)) = 0
           then
               compute ws-child-status =
                   numval(ws-child-rc-text)
               end-compute
           end-if

           move function current-date to ws-date-record
           compute ws-child-now-secs =
               ws-hour * 3600 + ws-min * 60 + ws-sec
           end-compute

           if ws-child-now-secs >= ws-step-start-secs(ws-child-idx)
           then
               compute ws-child-elapsed =
                   ws-child-now-secs - ws-step-start-secs(ws-child-idx)
               end-compute
           else
               compute ws-child-elapsed =
                   ws-child-now-secs - ws-step-start-secs(ws-child-idx)
                   + 86400
               end-compute
           end-if

           set ws-step-child-done(ws-child-idx) to true
           subtract 1 from ws-group-running

           perform record-step-outcome

           if ws-child-status = ws-volume-breach-status then
               perform copy-member-breach-notes
           end-if

           if ws-child-status not = 0 then
               call "error-surface" using concatenate(
                   "Job stream parallel step " ws-child-idx
                   " (" trim(ws-step-script(ws-child-idx))
                   ") ended with status " ws-child-status
                   ". Output: " trim(ws-child-out-name))
               end-call
           end-if

           exit paragraph.


      *>   cbi_job_YYYYMMDD_HHMMSS_sNNNN.out / .rc, beside the job
      *>   log they belong to.
       build-child-file-names.

           move spaces to ws-child-out-name
           move spaces to ws-child-rc-name

           string
               ws-job-log-file-name(
                   1:length(trim(ws-job-log-file-name)) - 4)
               "_s" ws-child-idx ".out"
               delimited by size
               into ws-child-out-name
           end-string

           string
               ws-job-log-file-name(
                   1:length(trim(ws-job-log-file-name)) - 4)
               "_s" ws-child-idx ".rc"
               delimited by size
               into ws-child-rc-name
           end-string

           exit paragraph.


       replay-one-state-line.

           if trim(ls-state-line) = spaces then

           perform expand-manifest-symbols

      *>   PARALLEL and END PARALLEL bracket a group of steps run
      *>   concurrently; they are markers, not steps.
           move spaces to ls-condition-word
           move upper-case(trim(ls-manifest-line))
               to ls-condition-word

           if ls-condition-word = "PARALLEL" then
               if ws-open-group > 0 then
                   call "logger-leveled" using concatenate(
                       "JOB-STREAM :: WARN : PARALLEL inside an "
                       "open PARALLEL group ignored.")
                       "WARN"
                   end-call
               else
                   add 1 to ws-num-groups
                   move ws-num-groups to ws-open-group
               end-if
               exit paragraph
           end-if

           if ls-condition-word = "END PARALLEL"
               or ls-condition-word = "END-PARALLEL"
           then
               move 0 to ws-open-group
               exit paragraph
           end-if

      *>   RESERVE lines declare the stream's dataset reservations,
      *>   taken before the first step and held to the end.
           if ls-condition-word(1:8) = "RESERVE " then
               call "reserve-declare" using
                   ls-manifest-line
                   ws-reserve-level-manifest
               end-call
               exit paragraph
           end-if

           if ws-num-job-steps >= ws-max-job-steps then
               call "logger-leveled" using concatenate(
                   "JOB-STREAM :: ERROR : manifest has more than "
           move spaces to ws-step-cond-target(ws-num-job-steps)
           move 0 to ws-step-status(ws-num-job-steps)
           set ws-step-pending(ws-num-job-steps) to true
           move ws-open-group to ws-step-group(ws-num-job-steps)
           set ws-step-child-idle(ws-num-job-steps) to true

           move spaces to ls-condition-word
           unstring ls-manifest-line
