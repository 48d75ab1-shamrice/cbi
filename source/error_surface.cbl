      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Always-on error surface, independent of --logging.
      *          The interpreter's own failure paths (file not
      *          found, load validation failure, ASSERT failure,
      *          unhandled runtime errors) append a timestamped line
      *          here so a cron wrapper has something to read even
      *          when the debug log is off. One rolling file,
      *          cbi_errors.log, opened on first use. The last few
      *          surfaced lines are also kept in memory so an alert
      *          can carry the tail of the surface with it. Every
      *          surfaced line is also offered to syslog forwarding:
      *          as an ERROR event, or -- through error-surface-event
      *          -- as the more specific type its caller names
      *          (ASSERT, CEILING, ENV-GUARD).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-error-buffer               pic x(1200).

       01  ws-error-kind                 pic x(16) value "ERROR".

      *>   The most recent surfaced lines, oldest first, for the
      *>   alerting subsystem.
       78  ws-max-tail-lines             value 5.
       01  ws-tail-idx                   pic 9 comp.
       01  ws-tail-table.
           05  ws-tail-count             pic 9 value 0.
           05  ws-tail-line              pic x(1200) occurs 5 times.

       linkage section.

       01  l-error-text                  pic x any length.

       01  l-event-kind                  pic x(16).

       01  l-tail-table.
           05  l-tail-count              pic 9.
           05  l-tail-line               pic x(1200) occurs 5 times.

      *>   The program name itself is the entry point, same as
      *>   logger.cbl -- callers just CALL "error-surface".
       procedure division using l-error-text.

       main-procedure.

           perform surface-error-line

           call "syslog-event" using l-error-text ws-error-kind
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point surfacing a line the same way, forwarded
      *          to syslog as the caller's event type.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "error-surface-event" using l-error-text l-event-kind.

           perform surface-error-line

           call "syslog-event" using l-error-text l-event-kind
           end-call

           goback.


       surface-error-line.

           if ws-error-file-not-opened then
               open extend fd-error-file
               set ws-error-file-opened to true

           write f-error-line from ws-error-buffer

           if ws-tail-count < ws-max-tail-lines then
               add 1 to ws-tail-count
           else
               perform varying ws-tail-idx from 1 by 1
               until ws-tail-idx >= ws-max-tail-lines
                   move ws-tail-line(ws-tail-idx + 1)
                       to ws-tail-line(ws-tail-idx)
               end-perform
           end-if
           move ws-error-buffer to ws-tail-line(ws-tail-count)

           exit paragraph.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point handing back the last lines surfaced
      *          by this process, oldest first.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "error-surface-tail" using l-tail-table.

           move ws-tail-table to l-tail-table

           goback.


