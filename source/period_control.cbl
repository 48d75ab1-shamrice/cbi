      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Fiscal calendar and period-close control. Finance
      *          runs a 4-4-5 calendar, so period boundaries come
      *          from the fiscal calendar file (fiscal-calendar in
      *          cbi.cfg via CBI_FISCAL_CALENDAR, cbi_fiscal.cal
      *          when unset), one period per line, oldest first:
      *            period id|start YYYYMMDD|end YYYYMMDD
      *          e.g. 2026-P01|20260104|20260131; # comments and
      *          blank lines are skipped. Each period is OPEN,
      *          SOFT-closed or HARD-closed. Status changes are
      *          appended to the period status file (period-status-
      *          file, CBI_PERIOD_STATUS, cbi_period_status.dat when
      *          unset), pipe-delimited, the latest line for a period
      *          standing:
      *            STATUS|period|OPEN/SOFT/HARD|stamp|supervisor|
      *                operator
      *            OVERRIDE|period|stamp|supervisor|operator|run id|
      *                posting
      *          and are made only by a supervisor, from the cbi
      *          command line:
      *            cbi --period list
      *            cbi --period open|soft|hard <period>
      *          signing on with the operator accounts the menu shell
      *          uses; the role must be among period-close-roles
      *          (CBI_PERIOD_ROLES, SUPERVISOR when unset). A hard
      *          close is final.
      *          A posting is refused when its date falls in a
      *          closed period: an OPEN for OUTPUT or APPEND of a
      *          catalogued LEDGER dataset (dated by the processing
      *          date), or a GLBALANCE line with a POSTDATE column.
      *          Hard-closed is error 85. Soft-closed is error 86
      *          unless the run was started with
      *            cbi --period-override <supervisor id> script.bas
      *          and the supervisor signs it off with their password
      *          at the first soft-closed posting; each period let
      *          through is written to the status file as an
      *          OVERRIDE line, the audit journal and syslog
      *          forwarding. A date in no period of the calendar, or
      *          no calendar at all, is not controlled. The
      *          fiscal-func functions FISCALPERIOD$(), PERIODSTART$(),
      *          PERIODEND$() and PERIODSTATUS$() read the calendar
      *          through the entries here. State is kept in
      *          working-storage across calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. period-control.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-calendar-file
               assign to dynamic ws-calendar-file-name
               organization is line sequential
               file status is ws-calendar-file-status.

               select optional fd-status-file
               assign to dynamic ws-status-file-name
               organization is line sequential
               file status is ws-status-file-status.

       data division.

       file section.

       fd  fd-calendar-file.
       01  f-calendar-line               pic x(256).

       fd  fd-status-file.
       01  f-status-line                 pic x(1024).

       working-storage section.

       78  ws-max-periods                value 600.

       01  ws-calendar-file-name         pic x(256)
                                         value "cbi_fiscal.cal".
       01  ws-calendar-file-status       pic xx.
           88  ws-calendar-file-ok       value "00".
       01  ws-env-calendar-file          pic x(256) value spaces.

       01  ws-status-file-name           pic x(256)
                                         value "cbi_period_status.dat".
       01  ws-status-file-status         pic xx.
           88  ws-status-file-ok         value "00" "05".
       01  ws-env-status-file            pic x(256) value spaces.

       01  ws-calendar-loaded-sw         pic a value 'N'.
           88  ws-calendar-loaded        value 'Y'.
           88  ws-calendar-not-loaded    value 'N'.

       01  ws-period-table.
           05  ws-num-periods            pic 9(4) comp value 0.
           05  ws-period-entry           occurs 600 times.
               10  ws-fp-period          pic x(16).
               10  ws-fp-start-date      pic 9(8).
               10  ws-fp-end-date        pic 9(8).
               10  ws-fp-status          pic x(4).
                   88  ws-fp-open        value "OPEN".
                   88  ws-fp-soft-closed value "SOFT".
                   88  ws-fp-hard-closed value "HARD".
               10  ws-fp-override-sw     pic a.
                   88  ws-fp-overridden  value 'Y'.

       01  ws-fp-idx                     pic 9(4) comp.
       01  ws-fp-found-idx               pic 9(4) comp value 0.
       01  ws-skipped-lines              pic 9(5) value 0.

       01  ws-eof-sw                     pic a value 'N'.
           88  ws-eof                    value 'Y'.
           88  ws-not-eof                value 'N'.

       01  ws-col-1                      pic x(16).
       01  ws-col-2                      pic x(16).
       01  ws-col-3                      pic x(16).

       01  ws-operator-id                pic x(16) value spaces.
       01  ws-clock-stamp                pic x(21).
       01  ws-proc-date                  pic x(8).
       01  ws-asof-active-sw             pic a.
       01  ws-run-id                     pic x(40).

      *>   The supervisor override: asked for once a run, at the
      *>   first soft-closed posting, and then held.
       01  ws-override-state             pic a value 'U'.
           88  ws-override-unasked       value 'U'.
           88  ws-override-granted       value 'G'.
           88  ws-override-refused       value 'R'.
       01  ws-supervisor-id              pic x(16) value spaces.
       01  ws-supervisor-password        pic x(32) value spaces.
       01  ws-supervisor-role            pic x(16) value spaces.
       01  ws-period-roles               pic x(64) value spaces.
       01  ws-role-allowed-sw            pic a value 'N'.
           88  ws-role-allowed           value 'Y'.

       01  ws-check-date                 pic 9(8).
       01  ws-new-status                 pic x(4).
       01  ws-status-buffer              pic x(1024).
       01  ws-event-text                 pic x(1024).
       01  ws-audit-target-name          pic x(1024).
       01  ws-close-kind                 pic x(16) value "PERIOD-CLOSE".
       01  ws-override-kind              pic x(16)
                                         value "PERIOD-OVERRIDE".
       01  ws-override-fail-kind         pic x(16)
                                         value "PERIOD-OVRD-FAIL".

       01  ws-catalog-rc                 pic 9 value 0.

       01  ws-raise-error-code           pic 9(4).
       78  ws-err-period-hard-closed     value 85.
       78  ws-err-period-soft-closed     value 86.

       01  ws-list-line.
           05  ws-ll-period              pic x(17).
           05  ws-ll-start               pic x(11).
           05  ws-ll-end                 pic x(11).
           05  ws-ll-status              pic x(12).

       linkage section.

       01  l-date                        pic 9(8).
       01  l-period                      pic x(16).
       01  l-start-date                  pic 9(8).
       01  l-end-date                    pic 9(8).
       01  l-period-status               pic x(8).

       01  l-file-name                   pic x(1024).
       01  l-reference-name              pic x(1024).

       01  l-action                      pic x(16).

       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division.

       main-procedure.

           call "logger-leveled" using concatenate(
               "PERIOD-CONTROL :: ERROR : should not be called "
               "directly. Use the 'fiscal-period-of', "
               "'period-check-posting' and related entry points "
               "instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning the fiscal period a YYYYMMDD
      *          date falls in, with its first and last days. False
      *          when no period of the calendar covers the date.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "fiscal-period-of" using
           l-date l-period l-start-date l-end-date l-return-code.

           set l-return-code-false to true
           move spaces to l-period
           move zeros to l-start-date
           move zeros to l-end-date

           if ws-calendar-not-loaded then
               perform load-fiscal-calendar
           end-if

           move l-date to ws-check-date
           perform find-period-for-date

           if ws-fp-found-idx > 0 then
               move ws-fp-period(ws-fp-found-idx) to l-period
               move ws-fp-start-date(ws-fp-found-idx) to l-start-date
               move ws-fp-end-date(ws-fp-found-idx) to l-end-date
               set l-return-code-true to true
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning a period's first and last
      *          days by its id. False for an id not in the
      *          calendar.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "fiscal-period-bounds" using
           l-period l-start-date l-end-date l-return-code.

           set l-return-code-false to true
           move zeros to l-start-date
           move zeros to l-end-date

           if ws-calendar-not-loaded then
               perform load-fiscal-calendar
           end-if

           perform find-period-by-id

           if ws-fp-found-idx > 0 then
               move ws-fp-start-date(ws-fp-found-idx) to l-start-date
               move ws-fp-end-date(ws-fp-found-idx) to l-end-date
               set l-return-code-true to true
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning a period's status by its id:
      *          OPEN, SOFT or HARD. False for an id not in the
      *          calendar.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "fiscal-period-status" using
           l-period l-period-status l-return-code.

           set l-return-code-false to true
           move spaces to l-period-status

           if ws-calendar-not-loaded then
               perform load-fiscal-calendar
           end-if

           perform find-period-by-id

           if ws-fp-found-idx > 0 then
               move ws-fp-status(ws-fp-found-idx) to l-period-status
               set l-return-code-true to true
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point a posting is checked through before it
      *          is made: its YYYYMMDD date and what is being posted
      *          (for the messages). Returns false, with error 85 or
      *          86 raised, when the date's period is closed to it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "period-check-posting" using
           l-date l-reference-name l-return-code.

           move l-date to ws-check-date
           perform check-posting-date

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point OPEN calls for an OUTPUT or APPEND file
      *          before it is opened: physical path and the name as
      *          the script wrote it. A catalogued LEDGER dataset is
      *          checked as a posting on the processing date; any
      *          other file passes.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "period-check-ledger-open" using
           l-file-name l-reference-name l-return-code.

           set l-return-code-true to true

           call "catalog-ledger" using l-file-name ws-catalog-rc
           end-call
           if ws-catalog-rc = 0 then
               goback
           end-if

           call "get-processing-date" using
               ws-proc-date
               ws-asof-active-sw
           end-call

           if ws-proc-date is not numeric then
               goback
           end-if

           move ws-proc-date to ws-check-date
           perform check-posting-date

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point behind cbi --period: LIST shows the
      *          calendar with each period's status; OPEN, SOFT and
      *          HARD set a period's status once a supervisor signs
      *          on.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "period-utility" using l-action l-period.

           if ws-calendar-not-loaded then
               perform load-fiscal-calendar
           end-if

           evaluate upper-case(trim(l-action))
               when "LIST"
                   perform list-periods
               when "OPEN"
                   move "OPEN" to ws-new-status
                   perform set-period-status
               when "SOFT"
                   move "SOFT" to ws-new-status
                   perform set-period-status
               when "HARD"
                   move "HARD" to ws-new-status
                   perform set-period-status
               when other
                   display
                       "Usage: cbi --period list|open|soft|hard "
                       "[period]"
                   end-display
           end-evaluate

           goback.


      *>   Allowed (l-return-code true) unless the date's period is
      *>   hard-closed, or soft-closed without a supervisor's
      *>   override.
       check-posting-date.

           set l-return-code-true to true

           if ws-calendar-not-loaded then
               perform load-fiscal-calendar
           end-if

           perform find-period-for-date

           if ws-fp-found-idx = 0 then
               if ws-num-periods > 0 then
                   call "logger-leveled" using concatenate(
                       "PERIOD-CONTROL :: WARN : " ws-check-date
                       " is in no period of the fiscal calendar: "
                       trim(l-reference-name))
                       "WARN"
                   end-call
               end-if
               exit paragraph
           end-if

           evaluate true
               when ws-fp-hard-closed(ws-fp-found-idx)
                   set l-return-code-false to true
                   move spaces to ws-event-text
                   string
                       "Posting to " trim(l-reference-name)
                       " dated " ws-check-date " refused: period "
                       trim(ws-fp-period(ws-fp-found-idx))
                       " is hard-closed"
                       delimited by size
                       into ws-event-text
                   end-string
                   call "logger-leveled" using concatenate(
                       "PERIOD-CONTROL :: ERROR : "
                       trim(ws-event-text))
                       "ERROR"
                   end-call
                   call "error-surface" using trim(ws-event-text)
                   end-call
                   move ws-err-period-hard-closed
                       to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call

               when ws-fp-soft-closed(ws-fp-found-idx)
                   perform authorize-override
                   if ws-override-granted then
                       if not ws-fp-overridden(ws-fp-found-idx) then
                           perform write-override-line
                       end-if
                       exit paragraph
                   end-if

                   set l-return-code-false to true
                   move spaces to ws-event-text
                   string
                       "Posting to " trim(l-reference-name)
                       " dated " ws-check-date " refused: period "
                       trim(ws-fp-period(ws-fp-found-idx))
                       " is soft-closed and needs a supervisor "
                       "override"
                       delimited by size
                       into ws-event-text
                   end-string
                   call "logger-leveled" using concatenate(
                       "PERIOD-CONTROL :: ERROR : "
                       trim(ws-event-text))
                       "ERROR"
                   end-call
                   call "error-surface" using trim(ws-event-text)
                   end-call
                   move ws-err-period-soft-closed
                       to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
           end-evaluate

           exit paragraph.


      *>   Only a run started with --period-override asks; the
      *>   supervisor signs on the same way as at the menu shell.
       authorize-override.

           if not ws-override-unasked then
               exit paragraph
           end-if

           move spaces to ws-supervisor-id
           accept ws-supervisor-id
               from environment "CBI_PERIOD_SUPERVISOR"
           end-accept

           if ws-supervisor-id = spaces then
               set ws-override-refused to true
               exit paragraph
           end-if

           display
               "Posting to " trim(l-reference-name) " dated "
               ws-check-date " falls in soft-closed period "
               trim(ws-fp-period(ws-fp-found-idx)) "."
           end-display
           display
               "Supervisor " trim(ws-supervisor-id)
               " password to override: " with no advancing
           end-display

           perform sign-on-supervisor

           if ws-role-allowed then
               set ws-override-granted to true
               exit paragraph
           end-if

           set ws-override-refused to true

           move spaces to ws-event-text
           string
               "Period override refused for supervisor "
               trim(ws-supervisor-id) " (operator "
               trim(ws-operator-id) "): not recognized or not in "
               "period close roles " trim(ws-period-roles)
               delimited by size
               into ws-event-text
           end-string
           perform report-period-event
           call "syslog-event" using
               ws-event-text ws-override-fail-kind
           end-call
           call "logger-leveled" using concatenate(
               "PERIOD-CONTROL :: ERROR : " trim(ws-event-text))
               "ERROR"
           end-call

           exit paragraph.


      *>   Takes the supervisor's password (masked) for
      *>   ws-supervisor-id; ws-role-allowed when the account is
      *>   recognized and its role is a period close role.
       sign-on-supervisor.

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

           move spaces to ws-period-roles
           accept ws-period-roles
               from environment "CBI_PERIOD_ROLES"
           end-accept
           if ws-period-roles = spaces then
               move "SUPERVISOR" to ws-period-roles
           end-if

           move 'N' to ws-role-allowed-sw
           if ws-supervisor-role not = spaces then
               call "menu-role-allowed" using
                   ws-period-roles
                   ws-supervisor-role
                   ws-role-allowed-sw
               end-call
           end-if

           exit paragraph.


       write-override-line.

           set ws-fp-overridden(ws-fp-found-idx) to true

           move function current-date to ws-clock-stamp

           call "lineage-run-id" using ws-run-id
           end-call
           if ws-run-id = spaces then
               move "(unknown)" to ws-run-id
           end-if

           move spaces to ws-status-buffer
           string
               "OVERRIDE|" trim(ws-fp-period(ws-fp-found-idx))
               "|" ws-clock-stamp(1:14)
               "|" trim(ws-supervisor-id)
               "|" trim(ws-operator-id)
               "|" trim(ws-run-id)
               "|" trim(l-reference-name)
               delimited by size
               into ws-status-buffer
           end-string
           perform append-status-line

           move spaces to ws-event-text
           string
               "Posting to soft-closed period "
               trim(ws-fp-period(ws-fp-found-idx)) " ("
               trim(l-reference-name) " dated " ws-check-date
               ") authorized by supervisor " trim(ws-supervisor-id)
               " for operator " trim(ws-operator-id)
               delimited by size
               into ws-event-text
           end-string
           perform report-period-event
           call "syslog-event" using
               ws-event-text ws-override-kind
           end-call
           call "logger-leveled" using concatenate(
               "PERIOD-CONTROL :: WARN : " trim(ws-event-text))
               "WARN"
           end-call

           exit paragraph.


       set-period-status.

           if l-period = spaces then
               display
                   "Usage: cbi --period open|soft|hard <period>"
               end-display
               exit paragraph
           end-if

           perform find-period-by-id
           if ws-fp-found-idx = 0 then
               display
                   "Period " trim(l-period) " is not in the fiscal "
                   "calendar " trim(ws-calendar-file-name) "."
               end-display
               exit paragraph
           end-if

           if ws-fp-hard-closed(ws-fp-found-idx) then
               display
                   "Period " trim(ws-fp-period(ws-fp-found-idx))
                   " is hard-closed; a hard close is final."
               end-display
               exit paragraph
           end-if

           if ws-fp-status(ws-fp-found-idx) = ws-new-status then
               display
                   "Period " trim(ws-fp-period(ws-fp-found-idx))
                   " is already " trim(ws-new-status) "."
               end-display
               exit paragraph
           end-if

           display "Supervisor id: " with no advancing
           end-display
           move spaces to ws-supervisor-id
           accept ws-supervisor-id
           end-accept
           move upper-case(trim(ws-supervisor-id)) to ws-supervisor-id
           display "Password: " with no advancing
           end-display

           perform sign-on-supervisor

           if not ws-role-allowed then
               display
                   "Not signed on as a period close supervisor ("
                   trim(ws-period-roles) "). Period "
                   trim(ws-fp-period(ws-fp-found-idx))
                   " unchanged."
               end-display
               move spaces to ws-event-text
               string
                   "Period " trim(ws-fp-period(ws-fp-found-idx))
                   " status change to " trim(ws-new-status)
                   " refused for " trim(ws-supervisor-id)
                   delimited by size
                   into ws-event-text
               end-string
               call "syslog-event" using
                   ws-event-text ws-override-fail-kind
               end-call
               exit paragraph
           end-if

           move function current-date to ws-clock-stamp

           move spaces to ws-status-buffer
           string
               "STATUS|" trim(ws-fp-period(ws-fp-found-idx))
               "|" trim(ws-new-status)
               "|" ws-clock-stamp(1:14)
               "|" trim(ws-supervisor-id)
               "|" trim(ws-operator-id)
               delimited by size
               into ws-status-buffer
           end-string
           perform append-status-line

           if not ws-status-file-ok then
               display
                   "Period status file " trim(ws-status-file-name)
                   " could not be written (status "
                   ws-status-file-status "). Period unchanged."
               end-display
               exit paragraph
           end-if

           move spaces to ws-event-text
           string
               "Period " trim(ws-fp-period(ws-fp-found-idx))
               " changed from " trim(ws-fp-status(ws-fp-found-idx))
               " to " trim(ws-new-status) " by supervisor "
               trim(ws-supervisor-id)
               delimited by size
               into ws-event-text
           end-string

           move ws-new-status to ws-fp-status(ws-fp-found-idx)

           perform report-period-event
           call "syslog-event" using
               ws-event-text ws-close-kind
           end-call
           display trim(ws-event-text) "."
           end-display

           exit paragraph.


       list-periods.

           display
               "Fiscal calendar " trim(ws-calendar-file-name)
               ", status from " trim(ws-status-file-name)
           end-display

           if ws-num-periods = 0 then
               display "No fiscal periods defined."
               end-display
               exit paragraph
           end-if

           move "PERIOD" to ws-ll-period
           move "START" to ws-ll-start
           move "END" to ws-ll-end
           move "STATUS" to ws-ll-status
           display ws-list-line
           end-display

           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-num-periods
               move ws-fp-period(ws-fp-idx) to ws-ll-period
               move ws-fp-start-date(ws-fp-idx) to ws-ll-start
               move ws-fp-end-date(ws-fp-idx) to ws-ll-end
               evaluate true
                   when ws-fp-soft-closed(ws-fp-idx)
                       move "SOFT-CLOSED" to ws-ll-status
                   when ws-fp-hard-closed(ws-fp-idx)
                       move "HARD-CLOSED" to ws-ll-status
                   when other
                       move "OPEN" to ws-ll-status
               end-evaluate
               display ws-list-line
               end-display
           end-perform

           exit paragraph.


       append-status-line.

           open extend fd-status-file
           if ws-status-file-ok then
               write f-status-line from ws-status-buffer
           end-if
           close fd-status-file

           exit paragraph.


       report-period-event.

           move ws-status-file-name to ws-audit-target-name
           call "audit-write" using
               ws-audit-target-name
               ws-event-text
           end-call

           exit paragraph.


       find-period-for-date.

           move 0 to ws-fp-found-idx
           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-num-periods
               if ws-check-date >= ws-fp-start-date(ws-fp-idx)
                   and ws-check-date <= ws-fp-end-date(ws-fp-idx)
               then
                   move ws-fp-idx to ws-fp-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-period-by-id.

           move 0 to ws-fp-found-idx
           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-num-periods
               if ws-fp-period(ws-fp-idx)
                   = upper-case(trim(l-period))
               then
                   move ws-fp-idx to ws-fp-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Reads the calendar once, then lays the status file over
      *>   it. No calendar means no period is controlled.
       load-fiscal-calendar.

           set ws-calendar-loaded to true

           accept ws-env-calendar-file
               from environment "CBI_FISCAL_CALENDAR"
           end-accept
           if ws-env-calendar-file not = spaces then
               move ws-env-calendar-file to ws-calendar-file-name
           end-if

           accept ws-env-status-file
               from environment "CBI_PERIOD_STATUS"
           end-accept
           if ws-env-status-file not = spaces then
               move ws-env-status-file to ws-status-file-name
           end-if

           accept ws-operator-id from environment "CBI_OPERATOR"
           end-accept
           if ws-operator-id = spaces then
               move "(unset)" to ws-operator-id
           end-if

           open input fd-calendar-file
           if not ws-calendar-file-ok then
               call "logger" using concatenate(
                   "PERIOD-CONTROL :: No fiscal calendar: "
                   trim(ws-calendar-file-name))
               end-call
               close fd-calendar-file
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-eof
               read fd-calendar-file
                   at end set ws-eof to true
                   not at end perform collect-one-period
               end-read
           end-perform
           close fd-calendar-file

           open input fd-status-file
           if ws-status-file-status = "00" then
               set ws-not-eof to true
               perform until ws-eof
                   read fd-status-file
                       at end set ws-eof to true
                       not at end perform apply-one-status
                   end-read
               end-perform
           end-if
           close fd-status-file

           call "logger" using concatenate(
               "PERIOD-CONTROL :: Loaded " ws-num-periods
               " fiscal period(s) from " trim(ws-calendar-file-name)
               ", skipped " ws-skipped-lines " line(s)")
           end-call

           exit paragraph.


       collect-one-period.

           if trim(f-calendar-line) = spaces
               or f-calendar-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ws-col-1 ws-col-2 ws-col-3
           unstring f-calendar-line
               delimited by "|"
               into ws-col-1 ws-col-2 ws-col-3
           end-unstring

           if trim(ws-col-1) = spaces
               or ws-col-2(1:8) is not numeric
               or ws-col-3(1:8) is not numeric
               or test-date-yyyymmdd(numval(ws-col-2(1:8))) not = 0
               or test-date-yyyymmdd(numval(ws-col-3(1:8))) not = 0
               or ws-col-3(1:8) < ws-col-2(1:8)
           then
               add 1 to ws-skipped-lines
               call "logger-leveled" using concatenate(
                   "PERIOD-CONTROL :: WARN : bad fiscal calendar "
                   "line skipped: " trim(f-calendar-line))
                   "WARN"
               end-call
               exit paragraph
           end-if

           if ws-num-periods >= ws-max-periods then
               add 1 to ws-skipped-lines
               exit paragraph
           end-if

           add 1 to ws-num-periods
           move upper-case(trim(ws-col-1))
               to ws-fp-period(ws-num-periods)
           move ws-col-2(1:8) to ws-fp-start-date(ws-num-periods)
           move ws-col-3(1:8) to ws-fp-end-date(ws-num-periods)
           move "OPEN" to ws-fp-status(ws-num-periods)
           move 'N' to ws-fp-override-sw(ws-num-periods)

           exit paragraph.


       apply-one-status.

           move spaces to ws-col-1 ws-col-2 ws-col-3
           unstring f-status-line
               delimited by "|"
               into ws-col-1 ws-col-2 ws-col-3
           end-unstring

           if ws-col-1 not = "STATUS" then
               exit paragraph
           end-if

           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-num-periods
               if ws-fp-period(ws-fp-idx) = upper-case(trim(ws-col-2))
               then
                   evaluate trim(ws-col-3)
                       when "OPEN"
                       when "SOFT"
                       when "HARD"
                           move trim(ws-col-3)
                               to ws-fp-status(ws-fp-idx)
                   end-evaluate
                   exit perform
               end-if
           end-perform

           exit paragraph.

       end program period-control.
