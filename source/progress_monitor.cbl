      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the PROGRESS statement, so a healthy
      *          two-hour run is distinguishable from a hung one:
      *            PROGRESS DONE, TOTAL
      *          cbi.cfg via CBI_BATCH_DEADLINE), each PROGRESS also
      *          projects the completion time from the run's own
      *          rate since its first PROGRESS and raises one
      *          surfaced warning (and an alert to the on-call
      *          group) the moment the projection crosses the
      *          deadline -- so a window miss is known while
      *          there is still a night to react in, not when the
      *          day shift arrives. The latest status and projected
      *          finish also go to the run board, where the
      *          operations console shows them. State is kept in
      *          working-storage so the rate baseline persists
      *          across calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-pct-done                   pic 9(3).

       01  ws-board-progress             pic x(80).

       01  ws-alert-kind                 pic x(16) value "DEADLINE".
       01  ws-alert-status               pic 999 value 0.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

           perform check-batch-deadline

           perform publish-board-progress

           goback.


      *>   The run board line: the count and, once there is a rate
      *>   to go on, the projected finish.
       publish-board-progress.

           move spaces to ws-board-progress
           string
               trim(ls-done-disp) " of " trim(ls-total-disp)
               " (" ws-pct-done "%)"
               delimited by size
               into ws-board-progress
           end-string

           compute ws-elapsed-secs =
               ws-now-secs - ws-first-call-secs
           end-compute

           if ws-elapsed-secs > 0
               and ls-done-value > 0
               and ls-done-value < ls-total-value
           then
               compute ws-projected-secs =
                   ws-first-call-secs
                   + (ws-elapsed-secs * ls-total-value
                       / ls-done-value)
               end-compute
               compute ws-projected-rem =
                   function mod(ws-projected-secs, 86400)
               end-compute
               divide ws-projected-rem by 3600
                   giving ws-projected-hh
                   remainder ws-projected-rem
               end-divide
               divide ws-projected-rem by 60
                   giving ws-projected-mm
               end-divide
               string
                   trim(ls-done-disp) " of " trim(ls-total-disp)
                   " (" ws-pct-done "%) projected "
                   ws-projected-hh ":" ws-projected-mm
                   delimited by size
                   into ws-board-progress
               end-string
           end-if

           call "run-status-progress" using ws-board-progress
           end-call

           exit paragraph.


      *>   Projects the finish from the run's own rate since its
      *>   first PROGRESS; one warning when the projection crosses
      *>   the configured deadline.
                   ", projected " ws-projected-hh ":"
                   ws-projected-mm)
               end-call

               call "alert-event" using
                   concatenate(
                   "Run projected to miss the batch window: "
                   "deadline " ws-deadline-text
                   ", projected completion " ws-projected-hh ":"
                   ws-projected-mm ", " trim(ls-done-disp)
                   " of " trim(ls-total-disp) " done.")
                   ws-alert-kind
                   ws-alert-status
               end-call
           end-if

           exit paragraph.
