      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Failure alerting, so a failed night is known to
      *          someone who can act on it instead of waiting in a
      *          job log until the day shift reads it. Alerts go to
      *          named alert groups declared in the recipients file
      *          (alert-file= in cbi.cfg via CBI_ALERT_FILE, default
      *          cbi_alert.rcp), one group per line:
      *            ONCALL|ops@site.com,dba@site.com
      *            FINANCE|treasury@site.com
      *          (# starts a comment). Two ways in:
      *            - the interpreter raises one automatically on a
      *              job-stream step failure, a skipped IFOK chain, a
      *              PROGRESS deadline projection miss or a run-limit
      *              breach, addressed to the configured alert group
      *              (alert-group=, default ONCALL);
      *            - a script raises its own business alert:
      *                NOTIFY "FINANCE", "Bank file", TEXT$
      *              operands quoted literals or string variables.
      *          Every alert carries the script, job-stream step and
      *          exit status, plus the tail of the error surface,
      *          passed through the same PII masking the log uses.
      *          The message is written as a headed mail file and
      *          handed to the box's mail transport (mail-command=,
      *          default /usr/sbin/sendmail -t). Every alert --
      *          sent, failed, or with no recipients on file -- is
      *          recorded in the alert log (alert-log=, default
      *          cbi_alerts.log).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. alert-notify.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-recipients-file
               assign to dynamic ws-recipients-file-name
               organization is line sequential
               file status is ws-recipients-file-status.

               select optional fd-alert-message
               assign to dynamic ws-message-file-name
               organization is line sequential.

               select optional fd-alert-log
               assign to dynamic ws-alert-log-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-recipients-file.
       01  f-recipients-line             pic x(512).

       fd  fd-alert-message.
       01  f-alert-message-line          pic x(1200).

       fd  fd-alert-log.
       01  f-alert-log-line              pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       01  ws-recipients-file-name       pic x(1024) value spaces.
       01  ws-recipients-file-status     pic xx.
           88  ws-recipients-status-ok   value "00".

       01  ws-message-file-name          pic x(64) value spaces.
       01  ws-alert-log-name             pic x(1024) value spaces.
       01  ws-mail-command               pic x(256) value spaces.
       01  ws-default-group              pic x(32) value spaces.

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

      *>   Who the alert is about -- the interpreter keeps this
      *>   current as scripts and job-stream steps start and end.
       01  ws-context-script             pic x(256) value spaces.
       01  ws-context-step               pic 9(4) value 0.
       01  ws-context-status             pic 999 value 0.

       01  ws-alert-group                pic x(32) value spaces.
       01  ws-alert-kind                 pic x(16) value spaces.
       01  ws-alert-subject              pic x(256) value spaces.
       01  ws-alert-text                 pic x(1024) value spaces.
       01  ws-alert-status               pic 999 value 0.
       01  ws-alert-recipients           pic x(448) value spaces.
       01  ws-alert-outcome              pic x(32) value spaces.

       01  ws-shell-command              pic x(1400).
       01  ws-shell-status               pic s9(9) comp value 0.
       01  ws-status-disp                pic -(8)9.

       01  ws-mask-buffer                pic x(32768).
       01  ws-message-buffer             pic x(1200).
       01  ws-log-buffer                 pic x(1024).

       01  ws-tail-idx                   pic 9 comp.
       01  ws-tail-table.
           05  ws-tail-count             pic 9 value 0.
           05  ws-tail-line              pic x(1200) occurs 5 times.

       01  ws-date-record.
           05  ws-current-date.
               10  ws-year               pic 9(4).
               10  ws-month              pic 99.
               10  ws-day                pic 99.
           05  ws-current-time.
               10  ws-hour               pic 99.
               10  ws-min                pic 99.
               10  ws-sec                pic 99.
               10  ws-milli              pic 99.
           05  ws-time-offset            pic S9(4).

       01  ws-message-seq                pic 9(4) value 0.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-recipients-line            pic x(512).
       01  ls-group-col                  pic x(64).
       01  ls-address-col                pic x(448).

       01  ls-temp-param-buffer          pic x(1024).
       01  ls-operand-table.
           05  ls-operand-token          pic x(1024) occurs 3 times.
       01  ls-operand-idx                pic 9 comp.
       01  ls-operand-count              pic 9 comp.
       01  ls-char-idx                   pic 9(4) comp.
       01  ls-token-len                  pic 9(4) comp.
       01  ls-in-quote-sw                pic a value 'N'.
           88  ls-in-quote               value 'Y'.
           88  ls-not-in-quote           value 'N'.
       01  ls-operand-scratch            pic x(1024).

       linkage section.

       01  l-event-text                  pic x any length.

       01  l-src-code-str                pic x(1024).

       01  l-script-name                 pic x(1024).
       01  l-step-index                  pic 9(4).
       01  l-status-code                 pic 999.

       01  l-event-kind                  pic x(16).

      *>   The text comes first at every entry taking it, so its ANY
      *>   LENGTH size binds correctly, the same as logger.cbl.
       procedure division using l-event-text.

      *>   A plain CALL "alert-notify" sends the text as a general
      *>   alert to the configured alert group.
       main-procedure.

           if ws-settings-unresolved then
               perform resolve-settings
           end-if

           move ws-default-group to ws-alert-group
           move "ALERT" to ws-alert-kind
           move ws-context-status to ws-alert-status
           move l-event-text to ws-alert-text

           move spaces to ws-alert-subject
           string
               "cbi alert: " trim(ws-context-script)
               delimited by size
               into ws-alert-subject
           end-string

           perform send-alert

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the dispatch loop hands the NOTIFY
      *          statement to:
      *            NOTIFY "group", "subject", text
      * Tectonics: ./build.sh
      ******************************************************************
       entry "notify-statement" using l-src-code-str.

           move l-src-code-str(length(ws-notify) + 1:)
               to ls-temp-param-buffer

           perform split-notify-operands

           if ls-operand-count < 2 then
               call "logger-leveled" using concatenate(
                   "ALERT-NOTIFY :: ERROR : Malformed NOTIFY "
                   "statement. Expected NOTIFY group, subject "
                   "[, text]: " trim(l-src-code-str))
                   "ERROR"
               end-call
               goback
           end-if

           move ls-operand-token(1) to ls-operand-scratch
           perform resolve-string-operand
           move upper-case(ls-operand-scratch) to ws-alert-group

           move ls-operand-token(2) to ls-operand-scratch
           perform resolve-string-operand
           move ls-operand-scratch to ws-alert-subject

           move spaces to ws-alert-text
           if ls-operand-count >= 3 then
               move ls-operand-token(3) to ls-operand-scratch
               perform resolve-string-operand
               move ls-operand-scratch to ws-alert-text
           end-if

           move "NOTIFY" to ws-alert-kind
           move ws-context-status to ws-alert-status

           perform send-alert

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls as a script or a
      *          job-stream step starts or ends, so every alert says
      *          what it is about. Step zero is a stand-alone run.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "alert-set-context" using
           l-script-name l-step-index l-status-code.

           move l-script-name to ws-context-script
           move l-step-index to ws-context-step
           move l-status-code to ws-context-status

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the automatic alerts -- step
      *          failure, skipped IFOK chain, deadline projection
      *          miss, run-limit breach -- addressed to the
      *          configured alert group. The event kind becomes the
      *          subject; the text is the detail line.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "alert-event" using
           l-event-text l-event-kind l-status-code.

           if ws-settings-unresolved then
               perform resolve-settings
           end-if

           move ws-default-group to ws-alert-group
           move l-event-kind to ws-alert-kind
           move l-status-code to ws-alert-status
           move l-event-text to ws-alert-text

           move spaces to ws-alert-subject
           string
               "cbi " trim(ws-alert-kind) ": "
               trim(ws-context-script)
               delimited by size
               into ws-alert-subject
           end-string

           perform send-alert

           goback.


      *>   Looks the group up, writes the message file, hands it to
      *>   the mail transport and records the outcome.
       send-alert.

           if ws-settings-unresolved then
               perform resolve-settings
           end-if

           move spaces to ws-mask-buffer
           move ws-alert-subject to ws-mask-buffer
           call "mask-text" using ws-mask-buffer end-call
           move ws-mask-buffer to ws-alert-subject

           move spaces to ws-mask-buffer
           move ws-alert-text to ws-mask-buffer
           call "mask-text" using ws-mask-buffer end-call
           move ws-mask-buffer to ws-alert-text

           perform find-group-recipients

           if ws-alert-recipients = spaces then
               move "NOT SENT (no recipients)" to ws-alert-outcome
               call "logger-leveled" using concatenate(
                   "ALERT-NOTIFY :: WARN : no recipients on file "
                   "for alert group " trim(ws-alert-group)
                   " in " trim(ws-recipients-file-name))
                   "WARN"
               end-call
               perform log-alert
               exit paragraph
           end-if

           perform write-alert-message

           move spaces to ws-shell-command
           string
               trim(ws-mail-command)
               " < " trim(ws-message-file-name)
               delimited by size
               into ws-shell-command
           end-string

           call "SYSTEM" using ws-shell-command
           end-call
           move return-code to ws-shell-status

           call "CBL_DELETE_FILE" using ws-message-file-name
           end-call

           if ws-shell-status = 0 then
               move "SENT" to ws-alert-outcome
               call "logger" using concatenate(
                   "ALERT-NOTIFY :: Alert sent to "
                   trim(ws-alert-group) ": "
                   trim(ws-alert-subject))
               end-call
           else
               move ws-shell-status to ws-status-disp
               move spaces to ws-alert-outcome
               string
                   "FAILED (status " trim(ws-status-disp) ")"
                   delimited by size
                   into ws-alert-outcome
               end-string
               call "logger-leveled" using concatenate(
                   "ALERT-NOTIFY :: ERROR : mail transport failed "
                   "with status " trim(ws-status-disp)
                   " for alert group " trim(ws-alert-group))
                   "ERROR"
               end-call
           end-if

           perform log-alert

           exit paragraph.


      *>   The recipients file is read per alert -- alerts are rare
      *>   and an on-call rota edit takes effect on the next one.
       find-group-recipients.

           move spaces to ws-alert-recipients

           open input fd-recipients-file

           if not ws-recipients-status-ok then
               close fd-recipients-file
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-recipients-file into ls-recipients-line
                   at end set ls-eof to true
                   not at end perform match-recipients-line
               end-read
           end-perform

           close fd-recipients-file

           exit paragraph.


       match-recipients-line.

           if trim(ls-recipients-line) = spaces
               or ls-recipients-line(1:1) = "#"
               or ws-alert-recipients not = spaces
           then
               exit paragraph
           end-if

           move spaces to ls-group-col
           move spaces to ls-address-col

           unstring ls-recipients-line
               delimited by "|"
               into ls-group-col ls-address-col
           end-unstring

           if upper-case(trim(ls-group-col)) = trim(ws-alert-group)
           then
               move trim(ls-address-col) to ws-alert-recipients
           end-if

           exit paragraph.


      *>   Headed for sendmail -t: the transport reads To: and
      *>   Subject: from the message itself, so nothing the script
      *>   supplied ever rides a shell command line.
       write-alert-message.

           move function current-date to ws-date-record
           add 1 to ws-message-seq

           move spaces to ws-message-file-name
           string
               "cbi_alert_"
               ws-year ws-month ws-day "_"
               ws-hour ws-min ws-sec "_"
               ws-message-seq
               ".msg"
               delimited by size
               into ws-message-file-name
           end-string

           open output fd-alert-message

           move spaces to ws-message-buffer
           string
               "To: " trim(ws-alert-recipients)
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to ws-message-buffer
           string
               "Subject: [" trim(ws-alert-group) "] "
               trim(ws-alert-subject)
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to f-alert-message-line
           write f-alert-message-line

           move spaces to ws-message-buffer
           string
               "Alert:       " trim(ws-alert-kind)
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to ws-message-buffer
           string
               "Raised:      "
               ws-year "-" ws-month "-" ws-day
               " " ws-hour ":" ws-min ":" ws-sec
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to ws-message-buffer
           string
               "Script:      " trim(ws-context-script)
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to ws-message-buffer
           if ws-context-step > 0 then
               string
                   "Step:        " ws-context-step
                   delimited by size
                   into ws-message-buffer
               end-string
           else
               move "Step:        (stand-alone run)"
                   to ws-message-buffer
           end-if
           write f-alert-message-line from ws-message-buffer

           move spaces to ws-message-buffer
           string
               "Exit status: " ws-alert-status
               delimited by size
               into ws-message-buffer
           end-string
           write f-alert-message-line from ws-message-buffer

           move spaces to f-alert-message-line
           write f-alert-message-line

           if ws-alert-text not = spaces then
               write f-alert-message-line from ws-alert-text
               move spaces to f-alert-message-line
               write f-alert-message-line
           end-if

           call "error-surface-tail" using ws-tail-table
           end-call

           if ws-tail-count > 0 then
               move "Recent errors (cbi_errors.log):"
                   to f-alert-message-line
               write f-alert-message-line

               perform varying ws-tail-idx from 1 by 1
               until ws-tail-idx > ws-tail-count
                   move spaces to ws-mask-buffer
                   move ws-tail-line(ws-tail-idx) to ws-mask-buffer
                   call "mask-text" using ws-mask-buffer end-call
                   move spaces to ws-message-buffer
                   string
                       "  " ws-mask-buffer(1:1198)
                       delimited by size
                       into ws-message-buffer
                   end-string
                   write f-alert-message-line from ws-message-buffer
               end-perform
           end-if

           close fd-alert-message

           exit paragraph.


      *>   One line per alert, whatever became of it.
       log-alert.

           move function current-date to ws-date-record

           open extend fd-alert-log

           move spaces to ws-log-buffer
           string
               "[" ws-year "-" ws-month "-" ws-day
               " " ws-hour ":" ws-min ":" ws-sec "] "
               trim(ws-alert-group)
               "|" trim(ws-alert-kind)
               "|" trim(ws-context-script)
               "|" ws-context-step
               "|" ws-alert-status
               "|" trim(ws-alert-subject)
               "|" trim(ws-alert-outcome)
               delimited by size
               into ws-log-buffer
           end-string
           write f-alert-log-line from ws-log-buffer

           close fd-alert-log

           exit paragraph.


      *>   Splits the NOTIFY operands at commas outside quotes, so
      *>   a literal subject or text may carry commas of its own.
       split-notify-operands.

           move spaces to ls-operand-table
           move 1 to ls-operand-count
           move 0 to ls-token-len
           set ls-not-in-quote to true

           perform varying ls-char-idx from 1 by 1
           until ls-char-idx > length(trim(ls-temp-param-buffer,
               trailing))

               evaluate true
                   when ls-temp-param-buffer(ls-char-idx:1) = '"'
                       if ls-in-quote then
                           set ls-not-in-quote to true
                       else
                           set ls-in-quote to true
                       end-if
                       perform append-operand-char

                   when ls-temp-param-buffer(ls-char-idx:1) = ","
                       and ls-not-in-quote
                       if ls-operand-count < 3 then
                           add 1 to ls-operand-count
                           move 0 to ls-token-len
                       else
                           perform append-operand-char
                       end-if

                   when other
                       perform append-operand-char
               end-evaluate
           end-perform

           if ls-operand-token(ls-operand-count) = spaces then
               subtract 1 from ls-operand-count
           end-if

           exit paragraph.


       append-operand-char.

           if ls-token-len < 1024 then
               add 1 to ls-token-len
               move ls-temp-param-buffer(ls-char-idx:1)
                   to ls-operand-token(ls-operand-count)
                       (ls-token-len:1)
           end-if

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-string-operand.

           move trim(ls-operand-scratch) to ls-operand-scratch

           if ls-operand-scratch(1:1) = '"' then
               move ls-operand-scratch(2:) to ls-operand-scratch
               move reverse(ls-operand-scratch)
                   to ls-operand-scratch
               inspect ls-operand-scratch
                   replacing first '"' by space
               move reverse(ls-operand-scratch)
                   to ls-operand-scratch
               move trim(ls-operand-scratch) to ls-operand-scratch
               exit paragraph
           end-if

           if ls-operand-scratch = spaces then
               exit paragraph
           end-if

           move upper-case(trim(ls-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ls-operand-scratch
               inspect ls-operand-scratch
                   replacing all '"' by space
               move trim(ls-operand-scratch) to ls-operand-scratch
           end-if

           exit paragraph.


      *>   The configured files, transport and default group, read
      *>   once.
       resolve-settings.

           set ws-settings-resolved to true

           accept ws-recipients-file-name
               from environment "CBI_ALERT_FILE"
           end-accept
           if ws-recipients-file-name = spaces then
               move "cbi_alert.rcp" to ws-recipients-file-name
           end-if

           accept ws-alert-log-name
               from environment "CBI_ALERT_LOG"
           end-accept
           if ws-alert-log-name = spaces then
               move "cbi_alerts.log" to ws-alert-log-name
           end-if

           accept ws-mail-command
               from environment "CBI_MAIL_CMD"
           end-accept
           if ws-mail-command = spaces then
               move "/usr/sbin/sendmail -t" to ws-mail-command
           end-if

           accept ws-default-group
               from environment "CBI_ALERT_GROUP"
           end-accept
           if ws-default-group = spaces then
               move "ONCALL" to ws-default-group
           end-if
           move upper-case(ws-default-group) to ws-default-group

           exit paragraph.

       end program alert-notify.
