      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Run-history database: every run appends one
      *          structured record -- start/end stamps, script,
      *          arguments, exit status and the run-stats counters
      *          latest run's record count compared against the
      *          average so "is tonight's file unusually small?" is
      *          answerable from the system itself.
      *          history-step-profile gives the batch forecast a
      *          script's recent successful runs: how many, their
      *          average elapsed time and average records read.
      *          history-volume-sample gives the volume gate the
      *          current run's record counts beside the same
      *          window's average records read and written.
      *          A run started with a run id (CBI_RUN_ID, set by the
      *          HTTP service) carries it as a last field on its
      *          records, and history-run-lookup finds that run's
      *          stamps and exit status again.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-history-buffer             pic x(1024).

       01  ws-env-run-id                 pic x(32) value spaces.
       01  ws-run-id-tail                pic x(40).
       01  ws-tail-length                pic 9(4) comp.
       01  ws-line-length                pic 9(4) comp.

       01  ws-run-counters.
           05  ws-ctr-lines              pic 9(10).
           05  ws-ctr-calls              pic 9(8).
       01  ws-sample-count               pic 9(4) value 0.

       01  ws-count-disp                 pic zz,zzz,zz9.

      *>   The profile window: the newest successful runs of one
      *>   script, elapsed seconds and records read.
       01  ws-profile-table.
           05  ws-num-profile-rows       pic 9(4) comp value 0.
           05  ws-profile-row            occurs 20 times.
               10  ws-prof-secs          pic 9(8).
               10  ws-prof-reads         pic 9(8).
               10  ws-prof-writes        pic 9(8).
       01  ws-prof-start-secs            pic 9(12).
       01  ws-prof-end-secs              pic 9(12).
       01  ws-prof-total-secs            pic 9(12).
       01  ws-prof-total-reads           pic 9(12).
       01  ws-prof-total-writes          pic 9(12).
       01  ws-lines-disp                 pic z,zzz,zzz,zz9.

       local-storage section.
       01  l-exit-status                 pic 999.
       01  l-start-stamp                 pic x(14).
       01  l-script-filter               pic x(256).
       01  l-profile-runs                pic 9(4).
       01  l-profile-avg-secs            pic 9(6).
       01  l-profile-avg-reads           pic 9(8).
       01  l-profile-avg-writes          pic 9(8).
       01  l-current-reads               pic 9(8).
       01  l-current-writes              pic 9(8).
       01  l-run-id                      pic x(32).
       01  l-end-stamp                   pic x(14).
       01  l-run-found-sw                pic a.

       procedure division using
           l-script-name l-script-args l-exit-status l-start-stamp.
               into ws-history-buffer
           end-string

           move spaces to ws-env-run-id
           accept ws-env-run-id from environment "CBI_RUN_ID"
           end-accept
           if ws-env-run-id not = spaces then
               compute ws-line-length =
                   length(trim(ws-history-buffer trailing)) + 1
               end-compute
               string
                   "|" trim(ws-env-run-id)
                   delimited by size
                   into ws-history-buffer
                   with pointer ws-line-length
               end-string
           end-if

           write f-history-line from ws-history-buffer

           close fd-history-file
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the batch forecast: a script's last
      *          successful runs in the window -- count, average
      *          elapsed seconds and average records read. Failed
      *          runs are left out; a step that died after a minute
      *          says nothing about how long it takes.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "history-step-profile" using
           l-script-name l-profile-runs l-profile-avg-secs
           l-profile-avg-reads.

           move 0 to l-profile-runs
           move 0 to l-profile-avg-secs
           move 0 to l-profile-avg-reads

           perform load-profile-window

           if ws-num-profile-rows = 0 then
               goback
           end-if

           move ws-num-profile-rows to l-profile-runs
           compute l-profile-avg-secs rounded =
               ws-prof-total-secs / ws-num-profile-rows
           end-compute
           compute l-profile-avg-reads rounded =
               ws-prof-total-reads / ws-num-profile-rows
           end-compute

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the end-of-run volume gate: the
      *          records read and written since the last append (the
      *          run or step about to be recorded), and the script's
      *          last successful runs -- count, average records read
      *          and average records written. Nothing is advanced;
      *          history-append still takes the same deltas after.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "history-volume-sample" using
           l-script-name l-current-reads l-current-writes
           l-profile-runs l-profile-avg-reads l-profile-avg-writes.

           call "stats-get-counters" using ws-run-counters
           end-call

           compute l-current-reads =
               ws-ctr-reads - ws-prev-reads
           end-compute
           compute l-current-writes =
               ws-ctr-writes - ws-prev-writes
           end-compute

           move 0 to l-profile-runs
           move 0 to l-profile-avg-reads
           move 0 to l-profile-avg-writes

           perform load-profile-window

           if ws-num-profile-rows = 0 then
               goback
           end-if

           move ws-num-profile-rows to l-profile-runs
           compute l-profile-avg-reads rounded =
               ws-prof-total-reads / ws-num-profile-rows
           end-compute
           compute l-profile-avg-writes rounded =
               ws-prof-total-writes / ws-num-profile-rows
           end-compute

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the HTTP service's status request:
      *          the newest record carrying the run id -- script,
      *          start and end stamps and exit status. A --batch
      *          stream records once per step, so its newest record
      *          is its last step. l-run-found-sw is 'N' when no
      *          record carries the id yet.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "history-run-lookup" using
           l-run-id l-script-name l-start-stamp l-end-stamp
           l-exit-status l-run-found-sw.

           move 'N' to l-run-found-sw
           move spaces to l-script-name
           move spaces to l-start-stamp
           move spaces to l-end-stamp
           move 0 to l-exit-status

           if l-run-id = spaces then
               goback
           end-if

           move spaces to ws-run-id-tail
           string
               "|" trim(l-run-id)
               delimited by size
               into ws-run-id-tail
           end-string
           compute ws-tail-length =
               length(trim(ws-run-id-tail))
           end-compute

           perform resolve-history-file

           open input fd-history-file

           if not ws-history-status-ok then
               close fd-history-file
               goback
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-history-file into ls-history-line
                   at end set ls-eof to true
                   not at end perform match-run-id-row
               end-read
           end-perform

           close fd-history-file

           goback.


      *>   The newest successful runs of l-script-name into the
      *>   profile window, with its totals.
       load-profile-window.

           move 0 to ws-num-profile-rows
           move 0 to ws-prof-total-secs
           move 0 to ws-prof-total-reads
           move 0 to ws-prof-total-writes

           perform resolve-history-file

           open input fd-history-file

           if not ws-history-status-ok then
               close fd-history-file
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-history-file into ls-history-line
                   at end set ls-eof to true
                   not at end perform collect-profile-row
               end-read
           end-perform

           close fd-history-file

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-num-profile-rows
               add ws-prof-secs(ws-row-idx) to ws-prof-total-secs
               add ws-prof-reads(ws-row-idx) to ws-prof-total-reads
               add ws-prof-writes(ws-row-idx)
                   to ws-prof-total-writes
           end-perform

           exit paragraph.


       match-run-id-row.

           compute ws-line-length =
               length(trim(ls-history-line trailing))
           end-compute

           if ws-line-length <= ws-tail-length then
               exit paragraph
           end-if

           if ls-history-line(
               ws-line-length - ws-tail-length + 1:ws-tail-length)
               not = ws-run-id-tail(1:ws-tail-length)
           then
               exit paragraph
           end-if

           move spaces to ls-col-start
           move spaces to ls-col-end
           move spaces to ls-col-script
           move spaces to ls-col-status

           unstring ls-history-line
               delimited by "|"
               into ls-col-start ls-col-end ls-col-script
                    ls-col-status
           end-unstring

           move 'Y' to l-run-found-sw
           move ls-col-script to l-script-name
           move ls-col-start(1:14) to l-start-stamp
           move ls-col-end(1:14) to l-end-stamp
           move 0 to l-exit-status
           if test-numval(trim(ls-col-status)) = 0 then
               compute l-exit-status = numval(ls-col-status)
               end-compute
           end-if

           exit paragraph.


       collect-profile-row.

           if trim(ls-history-line) = spaces then
               exit paragraph
           end-if

           move spaces to ls-col-start
           move spaces to ls-col-end
           move spaces to ls-col-script
           move spaces to ls-col-status
           move spaces to ls-col-lines
           move spaces to ls-col-reads
           move spaces to ls-col-writes

           unstring ls-history-line
               delimited by "|"
               into ls-col-start ls-col-end ls-col-script
                    ls-col-status ls-col-lines ls-col-reads
                    ls-col-writes
           end-unstring

           if trim(ls-col-script) not = trim(l-script-name)
               or trim(ls-col-status) not = "000"
               or ls-col-start(1:14) not numeric
               or ls-col-end(1:14) not numeric
           then
               exit paragraph
           end-if

           if ws-num-profile-rows >= ws-report-window then
               perform varying ws-shift-idx from 1 by 1
               until ws-shift-idx >= ws-report-window
                   move ws-profile-row(ws-shift-idx + 1)
                       to ws-profile-row(ws-shift-idx)
               end-perform
           else
               add 1 to ws-num-profile-rows
           end-if

           compute ws-prof-start-secs =
               integer-of-date(numval(ls-col-start(1:8))) * 86400
               + numval(ls-col-start(9:2)) * 3600
               + numval(ls-col-start(11:2)) * 60
               + numval(ls-col-start(13:2))
           end-compute
           compute ws-prof-end-secs =
               integer-of-date(numval(ls-col-end(1:8))) * 86400
               + numval(ls-col-end(9:2)) * 3600
               + numval(ls-col-end(11:2)) * 60
               + numval(ls-col-end(13:2))
           end-compute

           move 0 to ws-prof-secs(ws-num-profile-rows)
           if ws-prof-end-secs > ws-prof-start-secs then
               compute ws-prof-secs(ws-num-profile-rows) =
                   ws-prof-end-secs - ws-prof-start-secs
               end-compute
           end-if

           move 0 to ws-prof-reads(ws-num-profile-rows)
           if test-numval(trim(ls-col-reads)) = 0 then
               compute ws-prof-reads(ws-num-profile-rows) =
                   numval(ls-col-reads)
               end-compute
           end-if

           move 0 to ws-prof-writes(ws-num-profile-rows)
           if test-numval(trim(ls-col-writes)) = 0 then
               compute ws-prof-writes(ws-num-profile-rows) =
                   numval(ls-col-writes)
               end-compute
           end-if

           exit paragraph.


       collect-report-row.

           if trim(ls-history-line) = spaces then
