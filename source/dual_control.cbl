      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Dual-control (maker/checker) approval for scripts
      *          that move money. A script is under dual control when
      *          its menu line carries DUAL in a fourth column
      *            label|script and arguments|roles|DUAL
      *          or the script itself declares
      *            DUAL CONTROL
      *          When a maker launches one from the menu shell the
      *          run is parked, with its arguments, as a pending
      *          request. A different operator holding a checker
      *          role (checker-roles= in cbi.cfg via
      *          CBI_CHECKER_ROLES, CHECKER when unset) reviews the
      *          pending requests from the menu shell and approves
      *          or rejects each; an approved run is launched there
      *          and then with the maker as CBI_OPERATOR, the checker
      *          as CBI_APPROVER and the request id as
      *          CBI_APPROVAL_ID. A request not approved within
      *          dual-control-expiry= hours (CBI_DUAL_EXPIRY_HOURS;
      *          0 or unset, never) lapses and can no longer be
      *          approved. The interpreter refuses a script that
      *          declares DUAL CONTROL unless CBI_APPROVAL_ID names
      *          an approved request for it, so the control holds
      *          outside the menu too.
      *          Every event is appended to the dual-control log
      *          (dual-control-file= via CBI_DUAL_CONTROL_FILE,
      *          cbi_dual_control.dat when unset), one line each:
      *            DCR|request id|stamp|event|maker|checker|expires|
      *                status|label|command
      *          with event REQUEST, APPROVE, REJECT, EXPIRE, EXECUTE
      *          (status is the run's exit status) or BLOCKED (a
      *          dual-control script started without an approval).
      *          The log is the queue: a request's state is its
      *          latest event. Events also go to syslog forwarding.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. dual-control.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-dual-log
               assign to dynamic ws-dual-log-name
               organization is line sequential
               file status is ws-dual-log-status.

               select optional fd-script-file
               assign to dynamic ws-script-file-name
               organization is line sequential
               file status is ws-script-file-status.

       data division.

       file section.

       fd  fd-dual-log.
       01  f-dual-log-line               pic x(1024).

       fd  fd-script-file.
       01  f-script-line                 pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-requests               value 500.
       78  ws-record-tag                 value "DCR".
       78  ws-never-expires              value "NEVER".

       01  ws-dual-log-name              pic x(1024) value spaces.
       01  ws-dual-log-status            pic xx.
           88  ws-dual-log-ok            value "00" "05".
           88  ws-dual-log-read-ok       value "00".

       01  ws-script-file-name           pic x(1024) value spaces.
       01  ws-script-file-status         pic xx.
           88  ws-script-status-ok       value "00".

       01  ws-expiry-hours               pic 9(4) value 0.
       01  ws-env-value                  pic x(16).

       01  ws-now-record.
           05  ws-now-stamp              pic x(14).
           05  ws-now-hundredths         pic 99.
           05  filler                    pic x(5).
       01  ws-now-parts redefines ws-now-record.
           05  ws-now-date               pic 9(8).
           05  ws-now-hh                 pic 99.
           05  ws-now-mi                 pic 99.
           05  ws-now-ss                 pic 99.
           05  filler                    pic x(7).

       01  ws-expiry-calc.
           05  ws-expiry-days            pic 9(8).
           05  ws-expiry-seconds         pic 9(12).
           05  ws-expiry-date            pic 9(8).
           05  ws-expiry-time-secs       pic 9(6).
           05  ws-expiry-hh              pic 99.
           05  ws-expiry-mi              pic 99.
           05  ws-expiry-ss              pic 99.
       01  ws-expiry-stamp               pic x(14).

      *>   Requests as the log leaves them: the latest event wins.
       01  ws-request-table.
           05  ws-num-requests           pic 9(4) comp value 0.
           05  ws-request                occurs 500 times.
               10  ws-rq-id              pic x(16).
               10  ws-rq-requested       pic x(14).
               10  ws-rq-state           pic x(8).
                   88  ws-rq-pending     value "REQUEST".
                   88  ws-rq-approved    value "APPROVE".
               10  ws-rq-maker           pic x(16).
               10  ws-rq-checker         pic x(16).
               10  ws-rq-expires         pic x(14).
               10  ws-rq-label           pic x(48).
               10  ws-rq-command         pic x(256).

       01  ws-rq-idx                     pic 9(4) comp.
       01  ws-rq-found-idx               pic 9(4) comp value 0.
       01  ws-shown-count                pic 9(4) comp.
       01  ws-shown-map                  pic 9(4) comp
                                         occurs 500 times.
       01  ws-shown-disp                 pic zz9.

      *>   The event being appended.
       01  ws-event-record.
           05  ws-ev-id                  pic x(16).
           05  ws-ev-kind                pic x(8).
           05  ws-ev-maker               pic x(16).
           05  ws-ev-checker             pic x(16).
           05  ws-ev-expires             pic x(14).
           05  ws-ev-status              pic x(4).
           05  ws-ev-label               pic x(48).
           05  ws-ev-command             pic x(256).

      *>   A log line taken apart.
       01  ws-log-fields.
           05  ws-lf-tag                 pic x(4).
           05  ws-lf-id                  pic x(16).
           05  ws-lf-stamp               pic x(14).
           05  ws-lf-kind                pic x(8).
           05  ws-lf-maker               pic x(16).
           05  ws-lf-checker             pic x(16).
           05  ws-lf-expires             pic x(14).
           05  ws-lf-status              pic x(4).
           05  ws-lf-label               pic x(48).
           05  ws-lf-command             pic x(256).

       01  ws-syslog-kind                pic x(16).
       01  ws-syslog-text                pic x(512).

       01  ws-reply                      pic x(8).
       01  ws-selection                  pic 9(4).
       01  ws-command-text               pic x(256).
       01  ws-command-scan               pic x(300).
       01  ws-script-token               pic x(1026).
       01  ws-operator-env               pic x(16).
       01  ws-approval-id                pic x(16).
       01  ws-status-disp                pic -(8)9.
       01  ws-directive-found-sw         pic a value 'N'.
           88  ws-directive-found        value 'Y'.
           88  ws-directive-not-found    value 'N'.
       01  ws-token-tally                pic 9(4) comp.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-log-line                   pic x(1024).
       01  ls-script-line                pic x(1024).

       linkage section.

       01  l-maker-id                    pic x(16).
       01  l-checker-id                  pic x(16).
       01  l-item-label                  pic x(48).
       01  l-item-command                pic x(256).
       01  l-request-id                  pic x(16).
       01  l-pending-count               pic 9(4).
       01  l-exit-status                 pic s9(9) comp.
       01  l-script-name                 pic x(1024).
       01  l-return-code                 pic 9.
       01  l-dual-sw                     pic a.

       procedure division using
           l-maker-id l-item-label l-item-command l-request-id.

       main-procedure.

           perform resolve-dual-settings
           perform take-now

           move ws-now-record(1:16) to l-request-id
           perform compute-expiry

           initialize ws-event-record
           move l-request-id to ws-ev-id
           move "REQUEST" to ws-ev-kind
           move upper-case(l-maker-id) to ws-ev-maker
           move ws-expiry-stamp to ws-ev-expires
           move l-item-label to ws-ev-label
           move l-item-command to ws-ev-command
           perform append-dual-event

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point counting the pending requests a checker
      *          could act on -- live, and not their own.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dual-control-pending" using
           l-checker-id l-pending-count.

           perform resolve-dual-settings
           perform take-now
           perform load-dual-requests

           move 0 to l-pending-count
           perform varying ws-rq-idx from 1 by 1
           until ws-rq-idx > ws-num-requests
               if ws-rq-pending(ws-rq-idx)
                   and ws-rq-maker(ws-rq-idx)
                       not = upper-case(l-checker-id)
               then
                   add 1 to l-pending-count
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the checker's review: lists the
      *          pending requests, takes one, and records the
      *          approval or rejection. An approved request comes
      *          back (id, maker, label and command) for the menu
      *          shell to launch; otherwise the id is spaces. A
      *          checker can never approve their own request.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dual-control-review" using
           l-checker-id l-request-id l-maker-id
           l-item-label l-item-command.

           move spaces to l-request-id l-maker-id
               l-item-label l-item-command

           perform resolve-dual-settings
           perform take-now
           perform load-dual-requests

           display " "
           display "Pending approvals:"

           move 0 to ws-shown-count
           perform varying ws-rq-idx from 1 by 1
           until ws-rq-idx > ws-num-requests
               if ws-rq-pending(ws-rq-idx) then
                   perform show-pending-request
               end-if
           end-perform

           if ws-shown-count = 0 then
               display "  (none)"
               goback
           end-if

           display " "
           display "Select request number, or Enter to return: "
               with no advancing
           end-display
           move spaces to ws-reply
           accept ws-reply

           if trim(ws-reply) = spaces
               or test-numval(trim(ws-reply)) not = 0
           then
               goback
           end-if

           compute ws-selection = numval(ws-reply)
           end-compute
           if ws-selection < 1 or ws-selection > ws-shown-count then
               display "Not a pending request."
               goback
           end-if

           move ws-shown-map(ws-selection) to ws-rq-found-idx

           if ws-rq-maker(ws-rq-found-idx)
               = upper-case(l-checker-id)
           then
               display
                   "You made this request; another checker must "
                   "approve it."
               end-display
               call "logger-leveled" using concatenate(
                   "DUAL-CONTROL :: WARN : operator "
                   trim(l-checker-id)
                   " tried to approve their own request "
                   trim(ws-rq-id(ws-rq-found-idx)))
                   "WARN"
               end-call
               goback
           end-if

           display "A(pprove) or R(eject): " with no advancing
           move spaces to ws-reply
           accept ws-reply

           initialize ws-event-record
           move ws-rq-id(ws-rq-found-idx) to ws-ev-id
           move ws-rq-maker(ws-rq-found-idx) to ws-ev-maker
           move upper-case(l-checker-id) to ws-ev-checker
           move ws-rq-expires(ws-rq-found-idx) to ws-ev-expires
           move ws-rq-label(ws-rq-found-idx) to ws-ev-label
           move ws-rq-command(ws-rq-found-idx) to ws-ev-command

           evaluate upper-case(ws-reply(1:1))
               when "A"
                   move "APPROVE" to ws-ev-kind
                   perform append-dual-event
                   move ws-ev-id to l-request-id
                   move ws-ev-maker to l-maker-id
                   move ws-ev-label to l-item-label
                   move ws-ev-command to l-item-command
                   display "Approved."
               when "R"
                   move "REJECT" to ws-ev-kind
                   perform append-dual-event
                   display "Rejected."
               when other
                   display "Nothing recorded."
           end-evaluate

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point recording that an approved request ran,
      *          with its exit status.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dual-control-executed" using
           l-request-id l-exit-status.

           perform resolve-dual-settings
           perform take-now
           perform load-dual-requests

           move l-request-id to ws-approval-id
           perform find-request

           initialize ws-event-record
           move l-request-id to ws-ev-id
           move "EXECUTE" to ws-ev-kind
           move l-exit-status to ws-status-disp
           move trim(ws-status-disp) to ws-ev-status
           if ws-rq-found-idx > 0 then
               move ws-rq-maker(ws-rq-found-idx) to ws-ev-maker
               move ws-rq-checker(ws-rq-found-idx) to ws-ev-checker
               move ws-rq-expires(ws-rq-found-idx) to ws-ev-expires
               move ws-rq-label(ws-rq-found-idx) to ws-ev-label
               move ws-rq-command(ws-rq-found-idx) to ws-ev-command
           end-if
           perform append-dual-event

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point telling the menu shell whether a menu
      *          command's script declares DUAL CONTROL ('Y'/'N').
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dual-control-flagged" using l-item-command l-dual-sw.

           move 'N' to l-dual-sw

           move l-item-command to ws-command-text
           perform find-command-script

           if ws-script-file-name = spaces then
               goback
           end-if

           perform scan-script-directive

           if ws-directive-found then
               move 'Y' to l-dual-sw
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls before running a
      *          script that declares DUAL CONTROL: return code 1
      *          when CBI_APPROVAL_ID names an approved request whose
      *          command runs this script, 0 (and a BLOCKED event)
      *          otherwise.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "dual-control-guard" using l-script-name l-return-code.

           move 0 to l-return-code

           perform resolve-dual-settings
           perform take-now

           move spaces to ws-approval-id
           accept ws-approval-id from environment "CBI_APPROVAL_ID"
           end-accept
           move spaces to ws-operator-env
           accept ws-operator-env from environment "CBI_OPERATOR"
           end-accept

           move 0 to ws-rq-found-idx
           if ws-approval-id not = spaces then
               perform load-dual-requests
               perform find-request
           end-if

           if ws-rq-found-idx > 0 then
               if ws-rq-approved(ws-rq-found-idx) then
                   move ws-rq-command(ws-rq-found-idx)
                       to ws-command-text
                   perform find-command-script
                   if ws-script-file-name = l-script-name then
                       move 1 to l-return-code
                   end-if
               end-if
           end-if

           if l-return-code = 1 then
               call "logger" using concatenate(
                   "DUAL-CONTROL :: " trim(l-script-name)
                   " running under approved request "
                   trim(ws-approval-id) " (maker "
                   trim(ws-rq-maker(ws-rq-found-idx)) ", checker "
                   trim(ws-rq-checker(ws-rq-found-idx)) ")")
               end-call
               goback
           end-if

           display
               "ERROR: " trim(l-script-name) " is under dual "
               "control and runs only once a checker approves it "
               "from the menu shell."
           end-display
           call "error-surface" using concatenate(
               "Dual-control script started without an approval: "
               trim(l-script-name))
           end-call
           call "logger-leveled" using concatenate(
               "DUAL-CONTROL :: ERROR : " trim(l-script-name)
               " refused: no approved request (CBI_APPROVAL_ID "
               trim(ws-approval-id) ")")
               "ERROR"
           end-call

           initialize ws-event-record
           move ws-approval-id to ws-ev-id
           if ws-ev-id = spaces then
               move ws-now-record(1:16) to ws-ev-id
           end-if
           move "BLOCKED" to ws-ev-kind
           move upper-case(ws-operator-env) to ws-ev-maker
           move ws-never-expires to ws-ev-expires
           move l-script-name to ws-ev-command
           perform append-dual-event

           goback.


      *>   The log file, the expiry window and the checker roles.
       resolve-dual-settings.

           move spaces to ws-dual-log-name
           accept ws-dual-log-name
               from environment "CBI_DUAL_CONTROL_FILE"
           end-accept
           if ws-dual-log-name = spaces then
               move "cbi_dual_control.dat" to ws-dual-log-name
           end-if

           move 0 to ws-expiry-hours
           move spaces to ws-env-value
           accept ws-env-value
               from environment "CBI_DUAL_EXPIRY_HOURS"
           end-accept
           if ws-env-value not = spaces
               and test-numval(trim(ws-env-value)) = 0
           then
               compute ws-expiry-hours = numval(ws-env-value)
               end-compute
           end-if

           exit paragraph.


       take-now.

           move function current-date to ws-now-record

           exit paragraph.


      *>   Now plus the configured hours, as YYYYMMDDHHMMSS.
       compute-expiry.

           if ws-expiry-hours = 0 then
               move ws-never-expires to ws-expiry-stamp
               exit paragraph
           end-if

           compute ws-expiry-seconds =
               (integer-of-date(ws-now-date) * 86400)
               + (ws-now-hh * 3600) + (ws-now-mi * 60) + ws-now-ss
               + (ws-expiry-hours * 3600)
           end-compute

           compute ws-expiry-days =
               ws-expiry-seconds / 86400
           end-compute
           compute ws-expiry-time-secs =
               ws-expiry-seconds - (ws-expiry-days * 86400)
           end-compute
           move date-of-integer(ws-expiry-days) to ws-expiry-date
           compute ws-expiry-hh = ws-expiry-time-secs / 3600
           end-compute
           compute ws-expiry-mi =
               (ws-expiry-time-secs - (ws-expiry-hh * 3600)) / 60
           end-compute
           compute ws-expiry-ss =
               ws-expiry-time-secs - (ws-expiry-hh * 3600)
               - (ws-expiry-mi * 60)
           end-compute

           move spaces to ws-expiry-stamp
           string
               ws-expiry-date ws-expiry-hh ws-expiry-mi ws-expiry-ss
               delimited by size
               into ws-expiry-stamp
           end-string

           exit paragraph.


      *>   Replays the log into the request table. A pending request
      *>   past its expiry lapses here, and the lapse is logged once.
       load-dual-requests.

           move 0 to ws-num-requests

           open input fd-dual-log

           if ws-dual-log-read-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-dual-log into ls-log-line
                       at end set ls-eof to true
                       not at end perform apply-dual-log-line
                   end-read
               end-perform
           end-if

           close fd-dual-log

           perform varying ws-rq-idx from 1 by 1
           until ws-rq-idx > ws-num-requests
               if ws-rq-pending(ws-rq-idx)
                   and ws-rq-expires(ws-rq-idx)
                       not = ws-never-expires
                   and ws-rq-expires(ws-rq-idx) < ws-now-stamp
               then
                   initialize ws-event-record
                   move ws-rq-id(ws-rq-idx) to ws-ev-id
                   move "EXPIRE" to ws-ev-kind
                   move ws-rq-maker(ws-rq-idx) to ws-ev-maker
                   move ws-rq-expires(ws-rq-idx) to ws-ev-expires
                   move ws-rq-label(ws-rq-idx) to ws-ev-label
                   move ws-rq-command(ws-rq-idx) to ws-ev-command
                   perform append-dual-event
                   move "EXPIRE" to ws-rq-state(ws-rq-idx)
               end-if
           end-perform

           exit paragraph.


       apply-dual-log-line.

           move spaces to ws-log-fields
           unstring ls-log-line
               delimited by "|"
               into ws-lf-tag ws-lf-id ws-lf-stamp ws-lf-kind
                   ws-lf-maker ws-lf-checker ws-lf-expires
                   ws-lf-status ws-lf-label ws-lf-command
           end-unstring

           if ws-lf-tag not = ws-record-tag then
               exit paragraph
           end-if

           move ws-lf-id to ws-approval-id
           perform find-request

           if ws-rq-found-idx = 0 then
               if ws-lf-kind not = "REQUEST"
                   or ws-num-requests >= ws-max-requests
               then
                   exit paragraph
               end-if
               add 1 to ws-num-requests
               move ws-num-requests to ws-rq-found-idx
               move ws-lf-id to ws-rq-id(ws-rq-found-idx)
               move ws-lf-stamp to ws-rq-requested(ws-rq-found-idx)
               move ws-lf-maker to ws-rq-maker(ws-rq-found-idx)
               move ws-lf-expires to ws-rq-expires(ws-rq-found-idx)
               move ws-lf-label to ws-rq-label(ws-rq-found-idx)
               move ws-lf-command to ws-rq-command(ws-rq-found-idx)
               move spaces to ws-rq-checker(ws-rq-found-idx)
           end-if

           move ws-lf-kind to ws-rq-state(ws-rq-found-idx)
           if ws-lf-checker not = spaces then
               move ws-lf-checker to ws-rq-checker(ws-rq-found-idx)
           end-if

           exit paragraph.


       find-request.

           move 0 to ws-rq-found-idx
           perform varying ws-rq-idx from 1 by 1
           until ws-rq-idx > ws-num-requests
               if ws-rq-id(ws-rq-idx) = ws-approval-id then
                   move ws-rq-idx to ws-rq-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       show-pending-request.

           add 1 to ws-shown-count
           move ws-rq-idx to ws-shown-map(ws-shown-count)
           move ws-shown-count to ws-shown-disp

           display
               "  " ws-shown-disp "  " trim(ws-rq-label(ws-rq-idx))
               " -> cbi " trim(ws-rq-command(ws-rq-idx))
           end-display
           display
               "       requested by " trim(ws-rq-maker(ws-rq-idx))
               " at " ws-rq-requested(ws-rq-idx)(1:4) "-"
               ws-rq-requested(ws-rq-idx)(5:2) "-"
               ws-rq-requested(ws-rq-idx)(7:2) " "
               ws-rq-requested(ws-rq-idx)(9:2) ":"
               ws-rq-requested(ws-rq-idx)(11:2)
               ", expires " trim(ws-rq-expires(ws-rq-idx))
               ", request " trim(ws-rq-id(ws-rq-idx))
           end-display

           exit paragraph.


      *>   One line on the log, the same on syslog forwarding.
       append-dual-event.

           move spaces to f-dual-log-line
           string
               ws-record-tag "|"
               trim(ws-ev-id) "|"
               ws-now-stamp "|"
               trim(ws-ev-kind) "|"
               trim(ws-ev-maker) "|"
               trim(ws-ev-checker) "|"
               trim(ws-ev-expires) "|"
               trim(ws-ev-status) "|"
               trim(ws-ev-label) "|"
               trim(ws-ev-command)
               delimited by size
               into f-dual-log-line
           end-string

           open extend fd-dual-log
           if ws-dual-log-ok then
               write f-dual-log-line
           else
               call "logger-leveled" using concatenate(
                   "DUAL-CONTROL :: ERROR : cannot append to "
                   trim(ws-dual-log-name) " status "
                   ws-dual-log-status)
                   "ERROR"
               end-call
           end-if
           close fd-dual-log

           call "logger" using concatenate(
               "DUAL-CONTROL :: " trim(ws-ev-kind) " request "
               trim(ws-ev-id) " maker " trim(ws-ev-maker)
               " checker " trim(ws-ev-checker) " : "
               trim(ws-ev-label) " -> " trim(ws-ev-command))
           end-call

           move spaces to ws-syslog-kind
           string
               "DUAL-" trim(ws-ev-kind)
               delimited by size
               into ws-syslog-kind
           end-string
           move spaces to ws-syslog-text
           string
               "Dual-control " trim(ws-ev-kind) " request "
               trim(ws-ev-id) " maker " trim(ws-ev-maker)
               " checker " trim(ws-ev-checker) " : "
               trim(ws-ev-label) " -> " trim(ws-ev-command)
               delimited by size
               into ws-syslog-text
           end-string
           call "syslog-event" using
               ws-syslog-text ws-syslog-kind
           end-call

           exit paragraph.


      *>   The script a menu command runs: its first word that is
      *>   not a -- option.
       find-command-script.

           move spaces to ws-script-file-name
           move spaces to ws-command-scan
           move trim(ws-command-text) to ws-command-scan

           move 1 to ws-token-tally
           perform until ws-token-tally > length(ws-command-scan)
               move spaces to ws-script-token
               unstring ws-command-scan
                   delimited by all space
                   into ws-script-token
                   with pointer ws-token-tally
               end-unstring
               if ws-script-token = spaces then
                   exit perform
               end-if
               if ws-script-token(1:1) not = "-" then
                   move ws-script-token to ws-script-file-name
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   A DUAL CONTROL statement anywhere in the script.
       scan-script-directive.

           set ws-directive-not-found to true

           open input fd-script-file

           if ws-script-status-ok then
               set ls-not-eof to true
               perform until ls-eof or ws-directive-found
                   read fd-script-file into ls-script-line
                       at end set ls-eof to true
                       not at end
                           if upper-case(trim(ls-script-line))
                               (1:length(ws-dual-control))
                               = ws-dual-control
                           then
                               set ws-directive-found to true
                           end-if
                   end-read
               end-perform
           end-if

           close fd-script-file

           exit paragraph.

       end program dual-control.
