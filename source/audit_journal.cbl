      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Compliance audit journal, separate from the debug
      *          log. When switched on for the run (--audit), every
      *          line written through the file channels -- WRITE# and
      *          way the rotated logs are. State is in
      *          working-storage so the journal persists across the
      *          many separate calls made as the run executes.
      *          Each journal entry is also offered to syslog
      *          forwarding (AUDIT-WRITE and AUDIT-IMAGE events).
      *          The journal goes in the log directory (CBI_LOG_DIR)
      *          beside the logs when one is set, where the audit
      *          report utility looks for it.
      *          Rebuilds of a keyed master by the keyed file utility
      *          are noted as REORG entries.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       working-storage section.

       01  ws-audit-file-name            pic x(320) value spaces.
       01  ws-log-directory              pic x(256) value spaces.

       01  ws-audit-enabled-sw           pic a value 'N'.
           88  ws-audit-enabled          value 'Y'.

       01  ws-journal-buffer             pic x(32768).

       01  ws-audit-write-kind           pic x(16) value "AUDIT-WRITE".
       01  ws-audit-image-kind           pic x(16) value "AUDIT-IMAGE".
       01  ws-audit-reorg-kind           pic x(16) value "AUDIT-REORG".

       linkage section.

       01  l-program-name                pic x(1024).

           move function current-date to ws-date-record

           accept ws-log-directory from environment "CBI_LOG_DIR"
           end-accept

           move spaces to ws-audit-file-name
           if ws-log-directory not = spaces then
               call "CBL_CREATE_DIR" using ws-log-directory
               end-call
               string
                   trim(ws-log-directory) "/"
                   delimited by size
                   into ws-audit-file-name
               end-string
           end-if

           string
               trim(ws-audit-file-name)
               "cbi_audit_"
               ws-year ws-month ws-day
               "_"

           write f-audit-line from ws-journal-buffer

           call "syslog-event" using
               ws-journal-buffer ws-audit-write-kind
           end-call

           goback.


           end-string
           write f-audit-line from ws-journal-buffer

      *>   Off the box the images are masked like everything else.
           call "syslog-event" using
               ws-journal-buffer ws-audit-image-kind
           end-call

           move spaces to ws-journal-buffer
           string
               "IMGA|"
           end-string
           write f-audit-line from ws-journal-buffer

           call "syslog-event" using
               ws-journal-buffer ws-audit-image-kind
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the keyed file utility notes a rebuilt
      *          master through: REORG, timestamp, target, then the
      *          action, record count and unload file. Journal
      *          recovery will not back images out across one. No-op
      *          unless the journal is enabled.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "audit-write-reorg" using l-target-name l-written-text.

           if ws-audit-disabled then
               goback
           end-if

           move function current-date to ws-date-record

           move spaces to ws-journal-buffer
           string
               "REORG|"
               ws-year ws-month ws-day
               ws-hour ws-min ws-sec
               "|" trim(l-target-name)
               "|" trim(l-written-text)
               delimited by size
               into ws-journal-buffer
           end-string
           write f-audit-line from ws-journal-buffer

           call "syslog-event" using
               ws-journal-buffer ws-audit-reorg-kind
           end-call

           goback.


