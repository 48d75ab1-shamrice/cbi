      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Forwards security-relevant events to the local
      *          syslog for the security team's SIEM, when forwarding
      *          is on (syslog-forward=on in cbi.cfg via
      *          CBI_SYSLOG_FORWARD). Each event type has a fixed
      *          severity; sign-on events go to the authpriv
      *          facility, the rest to the configured one
      *          (syslog-facility=, CBI_SYSLOG_FACILITY: LOCAL0-
      *          LOCAL7, USER or DAEMON; LOCAL0 when unset):
      *            ERROR        unhandled error surfaced     err
      *            ASSERT       ASSERT failure               err
      *            CEILING      run-limit ceiling breach     err
      *            ENV-GUARD    protected-path refusal       warning
      *            AUDIT-WRITE  audit journal WRITE# entry   info
      *            AUDIT-IMAGE  audit journal image entry    info
      *            AUDIT-REORG  keyed master rebuilt         notice
      *            SETSTATE     state store change           notice
      *            SIGNON       operator signed on           info
      *            SIGNON-FAIL  operator sign-on refused     warning
      *            LAUNCH       operator launched a script   notice
      *          The message, after the syslog header with ident
      *          "cbi" and the pid, is one stable key=value line;
      *          new keys are only ever added at the end:
      *            cbi-event/1 type=T sev=S script="..."
      *              operator="..." run="..." text="..."
      *          Double quotes inside a value become single quotes.
      *          The whole line passes through the PII masking rules
      *          -- whether or not masking is on for local files --
      *          before it leaves the process. State is kept in
      *          working-storage so syslog is opened once per run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. syslog-forward.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       file section.

       working-storage section.

      *>   syslog(3) facilities and severities.
       78  ws-fac-user                   value 8.
       78  ws-fac-daemon                 value 24.
       78  ws-fac-authpriv               value 80.
       78  ws-fac-local0                 value 128.
       78  ws-sev-err                    value 3.
       78  ws-sev-warning                value 4.
       78  ws-sev-notice                 value 5.
       78  ws-sev-info                   value 6.

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

       01  ws-forwarding-sw              pic a value 'N'.
           88  ws-forwarding-on          value 'Y'.
           88  ws-forwarding-off         value 'N'.

       01  ws-syslog-opened-sw           pic a value 'N'.
           88  ws-syslog-opened          value 'Y'.
           88  ws-syslog-not-opened      value 'N'.

       01  ws-env-value                  pic x(32) value spaces.
       01  ws-local-number               pic 9.

       01  ws-syslog-ident               pic x(4) value z"cbi".
       01  ws-syslog-format              pic x(3) value z"%s".
       01  ws-log-pid-option             pic s9(9) comp-5 value 1.
       01  ws-app-facility               pic s9(9) comp-5
                                         value 128.
       01  ws-event-facility             pic s9(9) comp-5.
       01  ws-event-severity             pic s9(9) comp-5.
       01  ws-event-priority             pic s9(9) comp-5.
       01  ws-severity-name              pic x(8).

       01  ws-event-kind                 pic x(16).
       01  ws-event-text                 pic x(1024).
       01  ws-context-script             pic x(256) value spaces.
       01  ws-context-operator           pic x(32).
       01  ws-context-run-id             pic x(32).

      *>   mask-text works on a buffer of this size.
       01  ws-event-buffer               pic x(32768).
       01  ws-syslog-message             pic x(1025).

       linkage section.

       01  l-event-text                  pic x any length.

       01  l-event-kind                  pic x(16).

       01  l-script-name                 pic x(1024).

      *>   The text comes first at every entry taking it, so its ANY
      *>   LENGTH size binds correctly, the same as alert-notify.
       procedure division using l-event-text.

      *>   A plain CALL "syslog-forward" sends the text as an ERROR.
       main-procedure.

           move "ERROR" to ws-event-kind
           move l-event-text to ws-event-text
           perform forward-event

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point forwarding one event of the named type.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "syslog-event" using l-event-text l-event-kind.

           move upper-case(l-event-kind) to ws-event-kind
           move l-event-text to ws-event-text
           perform forward-event

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls as a script (or
      *          a batch step) starts, so its events name it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "syslog-set-context" using l-script-name.

           move l-script-name(1:256) to ws-context-script

           goback.


       forward-event.

           if ws-settings-unresolved then
               perform resolve-forwarding-settings
           end-if

           if ws-forwarding-off then
               exit paragraph
           end-if

           if ws-syslog-not-opened then
               call static "openlog" using
                   by reference ws-syslog-ident
                   by value ws-log-pid-option
                   by value ws-app-facility
               end-call
               set ws-syslog-opened to true
           end-if

           move ws-app-facility to ws-event-facility

           evaluate ws-event-kind
               when "ERROR"
               when "ASSERT"
               when "CEILING"
                   move ws-sev-err to ws-event-severity
                   move "err" to ws-severity-name
               when "ENV-GUARD"
                   move ws-sev-warning to ws-event-severity
                   move "warning" to ws-severity-name
               when "SETSTATE"
               when "LAUNCH"
               when "AUDIT-REORG"
                   move ws-sev-notice to ws-event-severity
                   move "notice" to ws-severity-name
               when "SIGNON"
                   move ws-fac-authpriv to ws-event-facility
                   move ws-sev-info to ws-event-severity
                   move "info" to ws-severity-name
               when "SIGNON-FAIL"
                   move ws-fac-authpriv to ws-event-facility
                   move ws-sev-warning to ws-event-severity
                   move "warning" to ws-severity-name
               when other
                   move ws-sev-info to ws-event-severity
                   move "info" to ws-severity-name
           end-evaluate

           compute ws-event-priority =
               ws-event-facility + ws-event-severity
           end-compute

           move spaces to ws-context-operator
           accept ws-context-operator from environment "CBI_OPERATOR"
           end-accept
           move spaces to ws-context-run-id
           accept ws-context-run-id from environment "CBI_RUN_ID"
           end-accept

           inspect ws-event-text replacing all quote by "'"
           inspect ws-context-script replacing all quote by "'"
           inspect ws-context-operator replacing all quote by "'"

           move spaces to ws-event-buffer
           string
               "cbi-event/1 type=" trim(ws-event-kind)
               " sev=" trim(ws-severity-name)
               " script=" quote trim(ws-context-script) quote
               " operator=" quote trim(ws-context-operator) quote
               " run=" quote trim(ws-context-run-id) quote
               " text=" quote trim(ws-event-text) quote
               delimited by size
               into ws-event-buffer
           end-string

           call "mask-text-always" using ws-event-buffer
           end-call

           move spaces to ws-syslog-message
           move ws-event-buffer(1:1024) to ws-syslog-message
           move low-value to ws-syslog-message(
               length(trim(ws-syslog-message trailing)) + 1:1)

           call static "syslog" using
               by value ws-event-priority
               by reference ws-syslog-format
               by reference ws-syslog-message
           end-call

           exit paragraph.


       resolve-forwarding-settings.

           set ws-settings-resolved to true
           set ws-forwarding-off to true

           move spaces to ws-env-value
           accept ws-env-value from environment "CBI_SYSLOG_FORWARD"
           end-accept

           if lower-case(trim(ws-env-value)) = "on"
               or lower-case(trim(ws-env-value)) = "yes"
           then
               set ws-forwarding-on to true
           end-if

           move ws-fac-local0 to ws-app-facility

           move spaces to ws-env-value
           accept ws-env-value from environment "CBI_SYSLOG_FACILITY"
           end-accept
           move upper-case(trim(ws-env-value)) to ws-env-value

           evaluate true
               when ws-env-value = "USER"
                   move ws-fac-user to ws-app-facility
               when ws-env-value = "DAEMON"
                   move ws-fac-daemon to ws-app-facility
               when ws-env-value(1:5) = "LOCAL"
                   and ws-env-value(6:1) >= "0"
                   and ws-env-value(6:1) <= "7"
                   and ws-env-value(7:1) = space
                   move ws-env-value(6:1) to ws-local-number
                   compute ws-app-facility =
                       ws-fac-local0 + ws-local-number * 8
                   end-compute
           end-evaluate

           exit paragraph.

       end program syslog-forward.
