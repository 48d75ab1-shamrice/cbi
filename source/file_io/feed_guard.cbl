      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Duplicate input-file guard, so the same feed is not
      *          processed twice because a transmission was resent
      *          or an operator reran a job against yesterday's
      *          file. A guarded input -- an OPEN ... FOR INPUT with
      *          the DUPGUARD clause, or any catalogued dataset whose
      *          options column carries DUPGUARD -- is fingerprinted
      *          as it opens: the POSIX cksum CRC, the size in bytes
      *          and the record count. A fingerprint already in the
      *          feed register (feed-register= in cbi.cfg via
      *          CBI_FEED_REGISTER, cbi_feed_register.dat when
      *          unset) is refused with error 83, the message naming
      *          the run that consumed it and its processing date;
      *          ON ERROR can trap it. The register is pipe-delimited,
      *          one line per event:
      *            FEED|crc|size|records|run id|processing date|
      *                stamp|physical path|as opened|operator
      *            OVERRIDE|crc|size|records|run id|processing date|
      *                stamp|physical path|original run|supervisor|
      *                operator
      *          FEED lines are written at end of run, and only for
      *          a run that ended cleanly -- a run that abended has
      *          not consumed its feed, and its rerun must not need
      *          a supervisor. The same fingerprint under a second
      *          name in one run is a duplicate as well.
      *          A deliberate reprocess is run with
      *            cbi --reprocess <supervisor id> script.bas
      *          and, at the first duplicate, the supervisor's
      *          password is taken (masked) and checked against the
      *          operator accounts the menu shell signs on with; the
      *          supervisor's role must be among reprocess-roles=
      *          (CBI_REPROCESS_ROLES, SUPERVISOR when unset). Every
      *          feed let through is written to the register as an
      *          OVERRIDE line, the audit journal and syslog
      *          forwarding (REPROCESS events; a refused override is
      *          REPROCESS-FAIL). State is kept in working-storage
      *          across calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. feed-guard.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-register-file
               assign to dynamic ws-register-file-name
               organization is line sequential
               file status is ws-register-file-status.

               select optional fd-checksum-file
               assign to dynamic ws-checksum-file-name
               organization is line sequential
               file status is ws-checksum-file-status.

               select optional fd-feed-file
               assign to dynamic ws-feed-file-name
               organization is line sequential
               file status is ws-feed-file-status.

       data division.

       file section.

       fd  fd-register-file.
       01  f-register-line               pic x(2048).

       fd  fd-checksum-file.
       01  f-checksum-line               pic x(1024).

       fd  fd-feed-file.
       01  f-feed-line                   pic x(4096).

       working-storage section.

       01  ws-register-file-name         pic x(256)
                                         value "cbi_feed_register.dat".
       01  ws-env-register-file          pic x(256) value spaces.
       01  ws-register-file-status       pic xx.
           88  ws-register-file-ok       value "00" "05".

       01  ws-checksum-file-name         pic x(64) value spaces.
       01  ws-checksum-file-status       pic xx.
           88  ws-checksum-file-ok       value "00".

       01  ws-feed-file-name             pic x(1024) value spaces.
       01  ws-feed-file-status           pic xx.
           88  ws-feed-file-ok           value "00".

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-pid-disp                   pic z(8)9.
       01  ws-operator-id                pic x(16) value spaces.
       01  ws-shell-command              pic x(1024).
       01  ws-clock-stamp                pic x(21).
       01  ws-proc-date                  pic x(8).
       01  ws-asof-active-sw             pic a.

      *>   The fingerprint of the file being opened.
       01  ws-fp-crc                     pic x(12).
       01  ws-fp-size                    pic x(14).
       01  ws-fp-records                 pic 9(9) value 0.
       01  ws-fp-records-disp            pic z(8)9.
       01  ws-fp-run-id                  pic x(40).

      *>   Feeds taken in by this run, registered at its end.
       78  ws-max-pending-feeds          value 20.
       01  ws-pending-table.
           05  ws-num-pending            pic 99 comp value 0.
           05  ws-pending-entry          occurs 20 times.
               10  ws-pend-crc           pic x(12).
               10  ws-pend-size          pic x(14).
               10  ws-pend-records       pic 9(9).
               10  ws-pend-run-id        pic x(40).
               10  ws-pend-proc-date     pic x(8).
               10  ws-pend-path          pic x(256).
               10  ws-pend-reference     pic x(80).
       01  ws-pend-idx                   pic 99 comp.

      *>   The earlier consumption a fingerprint matched.
       01  ws-dup-found-sw               pic a value 'N'.
           88  ws-dup-found              value 'Y'.
           88  ws-dup-not-found          value 'N'.
       01  ws-repeat-pass-sw             pic a value 'N'.
           88  ws-repeat-pass            value 'Y'.
           88  ws-not-repeat-pass        value 'N'.
       01  ws-dup-run-id                 pic x(40).
       01  ws-dup-proc-date              pic x(8).
       01  ws-dup-path                   pic x(256).

       01  ws-register-eof-sw            pic a value 'N'.
           88  ws-register-eof           value 'Y'.
           88  ws-register-not-eof       value 'N'.
       01  ws-feed-eof-sw                pic a value 'N'.
           88  ws-feed-eof               value 'Y'.
           88  ws-feed-not-eof           value 'N'.

       01  ws-col-kind                   pic x(16).
       01  ws-col-crc                    pic x(12).
       01  ws-col-size                   pic x(14).
       01  ws-col-records                pic x(12).
       01  ws-col-run-id                 pic x(40).
       01  ws-col-proc-date              pic x(8).

       01  ws-register-buffer            pic x(2048).

      *>   The supervisor override: asked for once a run, at the
      *>   first duplicate, and then held.
       01  ws-override-state             pic a value 'U'.
           88  ws-override-unasked       value 'U'.
           88  ws-override-granted       value 'G'.
           88  ws-override-refused       value 'R'.
       01  ws-supervisor-id              pic x(16) value spaces.
       01  ws-supervisor-password        pic x(32) value spaces.
       01  ws-supervisor-role            pic x(16) value spaces.
       01  ws-reprocess-roles            pic x(64) value spaces.
       01  ws-role-allowed-sw            pic a value 'N'.
           88  ws-role-allowed           value 'Y'.

       01  ws-event-text                 pic x(1024).
       01  ws-audit-target-name          pic x(1024).
       01  ws-reprocess-kind             pic x(16) value "REPROCESS".
       01  ws-reprocess-fail-kind        pic x(16)
                                         value "REPROCESS-FAIL".

       01  ws-raise-error-code           pic 9(4).
       78  ws-err-duplicate-feed         value 83.

       01  ws-count-disp                 pic z9.

       linkage section.

       01  l-file-name                   pic x(1024).
       01  l-reference-name              pic x(1024).

       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       01  l-exit-status                 pic 999.

       procedure division.

       main-procedure.

           call "logger-leveled" using concatenate(
               "FEED-GUARD :: ERROR : should not be called directly. "
               "Use the 'feed-guard-check' and 'feed-guard-commit' "
               "entry points instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point OPEN calls for a guarded input before
      *          the file is opened: physical path and the name as
      *          the script wrote it. Returns false, with error 83
      *          raised, when the feed was already consumed and no
      *          supervisor override lets it through.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "feed-guard-check" using
           l-file-name l-reference-name l-return-code.

           set l-return-code-true to true

           perform resolve-guard-settings

           perform take-feed-fingerprint

      *>   Not there, or not readable -- OPEN reports that itself.
           if ws-fp-crc = "-" then
               goback
           end-if

           set ws-dup-not-found to true
           set ws-not-repeat-pass to true
           perform check-pending-feeds

      *>   Already fingerprinted in this run; nothing more to hold.
           if ws-repeat-pass then
               goback
           end-if

           if ws-dup-not-found then
               perform check-feed-register
           end-if

           if ws-dup-not-found then
               perform add-pending-feed
               call "logger" using concatenate(
                   "FEED-GUARD :: " trim(l-reference-name)
                   " fingerprint " trim(ws-fp-crc)
                   "/" trim(ws-fp-size)
                   "/" trim(ws-fp-records-disp) " not yet consumed")
               end-call
               goback
           end-if

           perform authorize-reprocess

           if ws-override-granted then
               perform write-override-line
               perform add-pending-feed
               goback
           end-if

           call "error-surface" using concatenate(
               "Duplicate input refused: " trim(l-reference-name)
               " was already consumed by run " trim(ws-dup-run-id)
               " on " trim(ws-dup-proc-date)
               " (" trim(ws-dup-path) ")")
           end-call

           move ws-err-duplicate-feed to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           set l-return-code-false to true
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls at end of run with
      *          its exit status: a clean run registers the feeds it
      *          consumed, any other leaves them unconsumed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "feed-guard-commit" using l-exit-status.

           if ws-num-pending = 0 then
               goback
           end-if

           move ws-num-pending to ws-count-disp

           if l-exit-status not = 0 then
               call "logger-leveled" using concatenate(
                   "FEED-GUARD :: WARN : run ended with status "
                   l-exit-status "; " trim(ws-count-disp)
                   " guarded feed(s) left unconsumed.")
                   "WARN"
               end-call
               move 0 to ws-num-pending
               goback
           end-if

           perform resolve-guard-settings

           move function current-date to ws-clock-stamp

           open extend fd-register-file
           if not ws-register-file-ok then
               close fd-register-file
               call "logger-leveled" using concatenate(
                   "FEED-GUARD :: ERROR : cannot write feed register "
                   trim(ws-register-file-name) " status "
                   ws-register-file-status)
                   "ERROR"
               end-call
               move 0 to ws-num-pending
               goback
           end-if

           perform varying ws-pend-idx from 1 by 1
           until ws-pend-idx > ws-num-pending
               move ws-pend-records(ws-pend-idx)
                   to ws-fp-records-disp
               move spaces to ws-register-buffer
               string
                   "FEED|" trim(ws-pend-crc(ws-pend-idx))
                   "|" trim(ws-pend-size(ws-pend-idx))
                   "|" trim(ws-fp-records-disp)
                   "|" trim(ws-pend-run-id(ws-pend-idx))
                   "|" ws-pend-proc-date(ws-pend-idx)
                   "|" ws-clock-stamp(1:14)
                   "|" trim(ws-pend-path(ws-pend-idx))
                   "|" trim(ws-pend-reference(ws-pend-idx))
                   "|" trim(ws-operator-id)
                   delimited by size
                   into ws-register-buffer
               end-string
               write f-register-line from ws-register-buffer
           end-perform

           close fd-register-file

           call "logger" using concatenate(
               "FEED-GUARD :: Registered " trim(ws-count-disp)
               " consumed feed(s) in " trim(ws-register-file-name))
           end-call

           move 0 to ws-num-pending

           goback.


       resolve-guard-settings.

           if ws-settings-resolved then
               exit paragraph
           end-if

           set ws-settings-resolved to true

           accept ws-env-register-file
               from environment "CBI_FEED_REGISTER"
           end-accept
           if ws-env-register-file not = spaces then
               move ws-env-register-file to ws-register-file-name
           end-if

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
               "cbi_feedguard_" trim(ws-pid-disp) ".tmp"
               delimited by size
               into ws-checksum-file-name
           end-string

           exit paragraph.


      *>   cksum prints "crc size name"; the record count is taken
      *>   by reading the file through.
       take-feed-fingerprint.

           move "-" to ws-fp-crc
           move "-" to ws-fp-size
           move 0 to ws-fp-records
           move 0 to ws-fp-records-disp

           move spaces to ws-shell-command
           string
               "cksum '" trim(l-file-name) "' > "
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
                           into ws-fp-crc ws-fp-size
                       end-unstring
               end-read
           end-if
           close fd-checksum-file

           call "CBL_DELETE_FILE" using ws-checksum-file-name
           end-call

           if ws-fp-crc = spaces then
               move "-" to ws-fp-crc
               move "-" to ws-fp-size
           end-if

           if ws-fp-crc = "-" then
               exit paragraph
           end-if

           move l-file-name to ws-feed-file-name
           open input fd-feed-file
           if ws-feed-file-ok then
               set ws-feed-not-eof to true
               perform until ws-feed-eof
                   read fd-feed-file
                       at end set ws-feed-eof to true
                       not at end add 1 to ws-fp-records
                   end-read
               end-perform
           end-if
           close fd-feed-file

           move ws-fp-records to ws-fp-records-disp

           exit paragraph.


      *>   The same content already taken in this run under another
      *>   name -- the same name again is simply a second pass.
       check-pending-feeds.

           perform varying ws-pend-idx from 1 by 1
           until ws-pend-idx > ws-num-pending
               if ws-pend-crc(ws-pend-idx) = ws-fp-crc
                   and ws-pend-size(ws-pend-idx) = ws-fp-size
               then
                   if trim(ws-pend-path(ws-pend-idx))
                       = trim(l-file-name)
                   then
                       set ws-repeat-pass to true
                   else
                       set ws-dup-found to true
                       move ws-pend-run-id(ws-pend-idx)
                           to ws-dup-run-id
                       move ws-pend-proc-date(ws-pend-idx)
                           to ws-dup-proc-date
                       move ws-pend-path(ws-pend-idx) to ws-dup-path
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   The earliest FEED line with this crc and size names the
      *>   run that first consumed it.
       check-feed-register.

           open input fd-register-file
           if not ws-register-file-ok then
               close fd-register-file
               exit paragraph
           end-if

           set ws-register-not-eof to true
           perform until ws-register-eof or ws-dup-found
               read fd-register-file
                   at end set ws-register-eof to true
                   not at end perform check-one-register-line
               end-read
           end-perform

           close fd-register-file

           exit paragraph.


       check-one-register-line.

           if f-register-line(1:5) not = "FEED|" then
               exit paragraph
           end-if

           move spaces to ws-col-kind ws-col-crc ws-col-size
               ws-col-records ws-col-run-id ws-col-proc-date
           move spaces to ws-register-buffer
           unstring f-register-line
               delimited by "|"
               into ws-col-kind ws-col-crc ws-col-size
                    ws-col-records ws-col-run-id ws-col-proc-date
                    ws-register-buffer ws-dup-path
           end-unstring

           if ws-col-crc = ws-fp-crc and ws-col-size = ws-fp-size
           then
               set ws-dup-found to true
               move ws-col-run-id to ws-dup-run-id
               move ws-col-proc-date to ws-dup-proc-date
           end-if

           exit paragraph.


       add-pending-feed.

           if ws-num-pending >= ws-max-pending-feeds then
               call "logger-leveled" using concatenate(
                   "FEED-GUARD :: WARN : more than "
                   ws-max-pending-feeds " guarded feeds in one run; "
                   trim(l-reference-name) " will not be registered.")
                   "WARN"
               end-call
               exit paragraph
           end-if

           call "lineage-run-id" using ws-fp-run-id
           end-call
           if ws-fp-run-id = spaces then
               move "(unknown)" to ws-fp-run-id
           end-if

           call "get-processing-date" using
               ws-proc-date
               ws-asof-active-sw
           end-call

           add 1 to ws-num-pending
           move ws-fp-crc to ws-pend-crc(ws-num-pending)
           move ws-fp-size to ws-pend-size(ws-num-pending)
           move ws-fp-records to ws-pend-records(ws-num-pending)
           move ws-fp-run-id to ws-pend-run-id(ws-num-pending)
           move ws-proc-date to ws-pend-proc-date(ws-num-pending)
           move l-file-name to ws-pend-path(ws-num-pending)
           move l-reference-name to ws-pend-reference(ws-num-pending)

           exit paragraph.


      *>   Only a run started with --reprocess asks; the supervisor
      *>   signs on the same way as at the menu shell.
       authorize-reprocess.

           if not ws-override-unasked then
               exit paragraph
           end-if

           move spaces to ws-supervisor-id
           accept ws-supervisor-id
               from environment "CBI_REPROCESS_SUPERVISOR"
           end-accept

           if ws-supervisor-id = spaces then
               set ws-override-refused to true
               exit paragraph
           end-if

           display
               "Input " trim(l-reference-name)
               " was already consumed by run " trim(ws-dup-run-id)
               " on " trim(ws-dup-proc-date) "."
           end-display
           display
               "Supervisor " trim(ws-supervisor-id)
               " password to reprocess: " with no advancing
           end-display
           move spaces to ws-supervisor-password
           accept ws-supervisor-password
               at line 0 column 0
               with secure
           end-accept

           move spaces to ws-supervisor-role
           call "menu-operator-role" using
               ws-supervisor-id
               ws-supervisor-password
               ws-supervisor-role
           end-call
           move spaces to ws-supervisor-password

           move spaces to ws-reprocess-roles
           accept ws-reprocess-roles
               from environment "CBI_REPROCESS_ROLES"
           end-accept
           if ws-reprocess-roles = spaces then
               move "SUPERVISOR" to ws-reprocess-roles
           end-if

           move 'N' to ws-role-allowed-sw
           if ws-supervisor-role not = spaces then
               call "menu-role-allowed" using
                   ws-reprocess-roles
                   ws-supervisor-role
                   ws-role-allowed-sw
               end-call
           end-if

           if ws-role-allowed then
               set ws-override-granted to true
               exit paragraph
           end-if

           set ws-override-refused to true

           move spaces to ws-event-text
           string
               "Reprocess override refused for supervisor "
               trim(ws-supervisor-id) " (operator "
               trim(ws-operator-id) "): not recognized or not in "
               "reprocess roles " trim(ws-reprocess-roles)
               delimited by size
               into ws-event-text
           end-string
           perform report-reprocess-event
           call "syslog-event" using
               ws-event-text ws-reprocess-fail-kind
           end-call
           call "logger-leveled" using concatenate(
               "FEED-GUARD :: ERROR : " trim(ws-event-text))
               "ERROR"
           end-call

           exit paragraph.


       write-override-line.

           move function current-date to ws-clock-stamp

           call "lineage-run-id" using ws-fp-run-id
           end-call
           if ws-fp-run-id = spaces then
               move "(unknown)" to ws-fp-run-id
           end-if

           call "get-processing-date" using
               ws-proc-date
               ws-asof-active-sw
           end-call

           move spaces to ws-register-buffer
           string
               "OVERRIDE|" trim(ws-fp-crc)
               "|" trim(ws-fp-size)
               "|" trim(ws-fp-records-disp)
               "|" trim(ws-fp-run-id)
               "|" ws-proc-date
               "|" ws-clock-stamp(1:14)
               "|" trim(l-file-name)
               "|" trim(ws-dup-run-id)
               "|" trim(ws-supervisor-id)
               "|" trim(ws-operator-id)
               delimited by size
               into ws-register-buffer
           end-string

           open extend fd-register-file
           if ws-register-file-ok then
               write f-register-line from ws-register-buffer
           end-if
           close fd-register-file

           move spaces to ws-event-text
           string
               "Reprocess of " trim(l-reference-name)
               " (consumed by run " trim(ws-dup-run-id)
               " on " trim(ws-dup-proc-date)
               ") authorized by supervisor " trim(ws-supervisor-id)
               " for operator " trim(ws-operator-id)
               delimited by size
               into ws-event-text
           end-string
           perform report-reprocess-event
           call "syslog-event" using
               ws-event-text ws-reprocess-kind
           end-call
           call "logger-leveled" using concatenate(
               "FEED-GUARD :: WARN : " trim(ws-event-text))
               "WARN"
           end-call

           exit paragraph.


       report-reprocess-event.

           move ws-register-file-name to ws-audit-target-name
           call "audit-write" using
               ws-audit-target-name
               ws-event-text
           end-call

           exit paragraph.

       end program feed-guard.
