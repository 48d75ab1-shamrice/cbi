      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: HTTP service behind cbi --serve <port>, so the
      *          treasury system and the web portal stop reaching in
      *          over SSH to call cbi. One request at a time, plain
      *          HTTP/1.0, text/plain replies; parameters come as a
      *          query string or a form-encoded POST body:
      *            POST /run?script=S&args=A[&mode=async]
      *              runs script S with arguments A as a child cbi
      *              run with its output captured. By default the
      *              reply waits and carries the captured output,
      *              with the run id and exit code in X-CBI-Run-Id
      *              and X-CBI-Exit-Status; mode=async replies 202
      *              at once with the run id.
      *            GET /status?id=RUN-...
      *              the run's state, script, stamps and exit code,
      *              from run-history once the run has finished.
      *            GET /spool?file=NAME
      *              a spool file from the spool directory.
      *            POST /queue?name=Q&text=T
      *              posts T onto msg-queue queue Q.
      *          Every request signs on with HTTP Basic credentials
      *          checked against the menu-shell operator accounts;
      *          what the operator's role may do comes from the
      *          service rules file (serve-file= in cbi.cfg via
      *          CBI_SERVE_FILE, cbi_serve.dat when unset), one
      *          rule per line, in the menu file's role notation --
      *            RUN|stmt_reprint.bas|TREASURY/PORTAL
      *            QUEUE|recalc|PORTAL
      *            SPOOL|*|*
      *          (name * = any; roles * = every operator). Status
      *          queries are open to any signed-on operator. Child
      *          runs carry CBI_OPERATOR and CBI_RUN_ID; their
      *          output lands in the service directory (serve-dir=,
      *          CBI_SERVE_DIR, "serve" when unset) as <run id>.out
      *          and <run id>.cap. Every request -- refused ones
      *          included -- is one line in the service log
      *          (serve-log=, CBI_SERVE_LOG, cbi_serve.log when
      *          unset). Script names and arguments are passed to
      *          the shell, so shell punctuation and option words
      *          (--) in them are refused outright. Refused sign-ons
      *          and script launches also go to syslog forwarding
      *          (SIGNON-FAIL and LAUNCH events).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. http-service.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-serve-rules-file
               assign to dynamic ws-serve-rules-name
               organization is line sequential
               file status is ws-serve-rules-status.

               select optional fd-serve-log-file
               assign to dynamic ws-serve-log-name
               organization is line sequential
               file status is ws-serve-log-status.

               select optional fd-body-file
               assign to dynamic ws-body-file-name
               organization is line sequential
               file status is ws-body-file-status.

       data division.

       file section.

       fd  fd-serve-rules-file.
       01  f-serve-rules-line            pic x(512).

       fd  fd-serve-log-file.
       01  f-serve-log-line              pic x(1024).

       fd  fd-body-file.
       01  f-body-line                   pic x(4096).

       working-storage section.

       78  ws-max-serve-rules            value 50.
       78  ws-max-request-params         value 12.

      *>   Socket constants (Linux).
       01  ws-af-inet                    pic s9(9) comp-5 value 2.
       01  ws-sock-stream                pic s9(9) comp-5
                                         value 524289.
       01  ws-sock-cloexec               pic s9(9) comp-5
                                         value 524288.
       01  ws-sol-socket                 pic s9(9) comp-5 value 1.
       01  ws-so-reuseaddr               pic s9(9) comp-5 value 2.
       01  ws-so-rcvtimeo                pic s9(9) comp-5 value 20.
       01  ws-msg-nosignal               pic s9(9) comp-5
                                         value 16384.
       01  ws-no-flags                   pic s9(9) comp-5 value 0.
       01  ws-listen-backlog             pic s9(9) comp-5 value 16.
       01  ws-int-size                   pic s9(9) comp-5 value 4.
       01  ws-address-size               pic s9(9) comp-5 value 16.
       01  ws-timeval-size               pic s9(9) comp-5 value 16.
       01  ws-reuse-flag                 pic s9(9) comp-5 value 1.

       01  ws-listen-fd                  pic s9(9) comp-5 value -1.
       01  ws-conn-fd                    pic s9(9) comp-5 value -1.
       01  ws-socket-rc                  pic s9(9) comp-5.

       01  ws-server-address.
           05  ws-sin-family             pic 9(4) comp-5 value 2.
           05  ws-sin-port               pic x(2).
           05  ws-sin-addr               pic x(4) value low-values.
           05  filler                    pic x(8) value low-values.

       01  ws-peer-address.
           05  filler                    pic x(4).
           05  ws-peer-octet             pic x occurs 4 times.
           05  filler                    pic x(8).
       01  ws-peer-length                pic s9(9) comp-5 value 16.
       01  ws-peer-ip                    pic x(15).
       01  ws-octet-idx                  pic 9 comp.
       01  ws-octet-disp                 pic zz9.

      *>   A client that connects and says nothing is let go after
      *>   ten seconds rather than holding the service.
       01  ws-receive-timeout.
           05  ws-timeout-secs           pic s9(18) comp-5 value 10.
           05  ws-timeout-usecs          pic s9(18) comp-5 value 0.

       01  ws-port-text                  pic x(16).
       01  ws-port-number                pic 9(5) value 0.
       01  ws-port-high                  pic 9(3).
       01  ws-port-low                   pic 9(3).

       01  ws-service-stopped-sw         pic a value 'N'.
           88  ws-service-stopped        value 'Y'.
           88  ws-service-running        value 'N'.

      *>   Settings.
       01  ws-serve-rules-name           pic x(256)
                                         value "cbi_serve.dat".
       01  ws-serve-rules-status         pic xx.
           88  ws-serve-rules-ok         value "00".
       01  ws-serve-log-name             pic x(256)
                                         value "cbi_serve.log".
       01  ws-serve-log-status           pic xx.
           88  ws-serve-log-ok           value "00" "05".
       01  ws-serve-dir                  pic x(256) value spaces.
       01  ws-spool-dir                  pic x(256) value spaces.
       01  ws-env-value                  pic x(256) value spaces.

       01  ws-body-file-name             pic x(600) value spaces.
       01  ws-body-file-status           pic xx.
           88  ws-body-file-ok           value "00".

       01  ws-serve-rules-table.
           05  ws-num-serve-rules        pic 9(4) comp value 0.
           05  ws-serve-rule             occurs 50 times.
               10  ws-rule-kind          pic x(8).
               10  ws-rule-name          pic x(256).
               10  ws-rule-roles         pic x(64).
       01  ws-rule-idx                   pic 9(4) comp.
       01  ws-rule-kind-wanted           pic x(8).
       01  ws-rule-name-wanted           pic x(256).
       01  ws-rule-allowed-sw            pic a.
           88  ws-rule-allowed           value 'Y'.
           88  ws-rule-not-allowed       value 'N'.
       01  ws-role-answer-sw             pic a.

      *>   The request as it came in.
       01  ws-crlf                       pic x(2) value x"0D0A".
       01  ws-blank-line                 pic x(4) value x"0D0A0D0A".
       01  ws-request-text               pic x(16384).
       01  ws-request-length             pic 9(8) comp value 0.
       01  ws-recv-chunk                 pic x(4096).
       01  ws-recv-size                  pic s9(18) comp-5 value 4096.
       01  ws-recv-count                 pic s9(18) comp-5.
       01  ws-recv-done-sw               pic a value 'N'.
           88  ws-recv-done              value 'Y'.
           88  ws-recv-not-done          value 'N'.
       01  ws-header-end                 pic 9(8) comp value 0.
       01  ws-body-start                 pic 9(8) comp value 0.
       01  ws-scan-tally                 pic 9(8) comp.
       01  ws-content-length             pic 9(8) value 0.

       01  ws-request-line               pic x(2048).
       01  ws-request-method             pic x(16).
       01  ws-request-target             pic x(2048).
       01  ws-request-path               pic x(256).
       01  ws-query-string               pic x(16384).
       01  ws-query-length               pic 9(8) comp.

       01  ws-header-pointer             pic 9(8) comp.
       01  ws-header-line                pic x(2048).
       01  ws-header-name                pic x(64).
       01  ws-colon-pointer              pic 9(4) comp.
       01  ws-auth-value                 pic x(512).

       01  ws-request-params.
           05  ws-num-params             pic 9(4) comp value 0.
           05  ws-request-param          occurs 12 times.
               10  ws-param-name         pic x(32).
               10  ws-param-value        pic x(1024).
       01  ws-param-idx                  pic 9(4) comp.
       01  ws-param-pointer              pic 9(8) comp.
       01  ws-param-pair                 pic x(2048).
       01  ws-param-raw-name             pic x(64).
       01  ws-param-raw-value            pic x(2048).
       01  ws-param-wanted               pic x(32).
       01  ws-param-found-value          pic x(1024).

      *>   Percent-decoding.
       01  ws-decode-in                  pic x(2048).
       01  ws-decode-out                 pic x(1024).
       01  ws-decode-in-length           pic 9(4) comp.
       01  ws-decode-in-idx              pic 9(4) comp.
       01  ws-decode-out-idx             pic 9(4) comp.
       01  ws-hex-char                   pic x.
       01  ws-hex-value                  pic 99.
       01  ws-hex-valid-sw               pic a.
           88  ws-hex-valid              value 'Y'.
           88  ws-hex-not-valid          value 'N'.
       01  ws-byte-value                 pic 9(3).

      *>   Basic credentials.
       01  ws-b64-in                     pic x(512).
       01  ws-b64-out                    pic x(384).
       01  ws-b64-char                   pic x.
       01  ws-b64-idx                    pic 9(4) comp.
       01  ws-b64-out-idx                pic 9(4) comp.
       01  ws-b64-sextet                 pic s9(3).
       01  ws-b64-accum                  pic 9(8).
       01  ws-b64-bits                   pic 99.
       01  ws-b64-scale                  pic 9(8).

       01  ws-operator-id                pic x(16).
       01  ws-operator-password          pic x(32).
       01  ws-operator-role              pic x(16).
       01  ws-credential-pointer         pic 9(4) comp.
       01  ws-signon-fail-kind           pic x(16)
                                         value "SIGNON-FAIL".
       01  ws-launch-kind                pic x(16) value "LAUNCH".

      *>   The reply.
       01  ws-response-code              pic 999.
       01  ws-response-reason            pic x(32).
       01  ws-response-headers           pic x(512).
       01  ws-response-headers-length    pic 9(4) comp.
       01  ws-response-body              pic x(4096).
       01  ws-response-body-length       pic 9(4) comp.
       01  ws-response-body-file         pic x(600).
       01  ws-log-detail                 pic x(512).

       01  ws-send-buffer                pic x(8192).
       01  ws-send-length                pic s9(18) comp-5.
       01  ws-send-pointer               pic 9(8) comp.
       01  ws-length-disp                pic z(7)9.

      *>   Runs.
       01  ws-run-seq                    pic 9(4) value 0.
       01  ws-run-id                     pic x(32).
       01  ws-run-script                 pic x(1024).
       01  ws-run-args                   pic x(1024).
       01  ws-run-mode                   pic x(16).
       01  ws-run-out-name               pic x(600).
       01  ws-run-cap-name               pic x(600).
       01  ws-shell-command              pic x(4096).
       01  ws-launch-status              pic s9(9) comp.
       01  ws-run-exit-status            pic 999.
       01  ws-run-exit-disp              pic zz9.
       01  ws-unsafe-tally               pic 9(4) comp.
       01  ws-unsafe-text                pic x(1024).
       01  ws-unsafe-chars               pic x(18)
                                         value ";&|`$<>(){}*?!~\[]".
       01  ws-unsafe-idx                 pic 9(4) comp.
       01  ws-file-exist-info            pic x(64).

       01  ws-lookup-script              pic x(1024).
       01  ws-lookup-start               pic x(14).
       01  ws-lookup-end                 pic x(14).
       01  ws-lookup-status              pic 999.
       01  ws-lookup-found-sw            pic a.
           88  ws-lookup-found           value 'Y'.

       01  ws-queue-name                 pic x(64).
       01  ws-queue-text                 pic x(1024).
       01  ws-queue-rc                   pic 9.
           88  ws-queue-posted           value 1.

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

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-file-line                  pic x(4096).
       01  ls-col-1                      pic x(256).
       01  ls-col-2                      pic x(256).
       01  ls-col-3                      pic x(256).

       linkage section.

       01  l-port-text                   pic x(16).

       procedure division using l-port-text.

       main-procedure.

           perform resolve-service-settings
           perform load-serve-rules

           move l-port-text to ws-port-text
           perform open-listen-socket

           if ws-listen-fd < 0 then
               goback
           end-if

           display
               "cbi HTTP service listening on port "
               trim(ws-port-text) " (" ws-num-serve-rules
               " rules from " trim(ws-serve-rules-name)
               "). Ctrl-C stops it."
           end-display

           call "logger" using concatenate(
               "HTTP-SERVICE :: listening on port "
               trim(ws-port-text))
           end-call

           set ws-service-running to true

           perform serve-one-request until ws-service-stopped

           call static "close" using by value ws-listen-fd
           end-call

           goback.


       open-listen-socket.

           move -1 to ws-listen-fd

           if test-numval(trim(ws-port-text)) not = 0 then
               display "Usage: cbi --serve <port>"
               exit paragraph
           end-if

           compute ws-port-number = numval(ws-port-text)
           end-compute

           if ws-port-number < 1 or ws-port-number > 65535 then
               display "Usage: cbi --serve <port>"
               exit paragraph
           end-if

      *>   The port in network byte order, high byte first.
           divide ws-port-number by 256
               giving ws-port-high
               remainder ws-port-low
           end-divide
           move char(ws-port-high + 1) to ws-sin-port(1:1)
           move char(ws-port-low + 1) to ws-sin-port(2:1)

           call static "socket" using
               by value ws-af-inet
               by value ws-sock-stream
               by value ws-no-flags
               returning ws-listen-fd
           end-call

           if ws-listen-fd < 0 then
               perform report-listen-failure
               exit paragraph
           end-if

           call static "setsockopt" using
               by value ws-listen-fd
               by value ws-sol-socket
               by value ws-so-reuseaddr
               by reference ws-reuse-flag
               by value ws-int-size
               returning ws-socket-rc
           end-call

           call static "bind" using
               by value ws-listen-fd
               by reference ws-server-address
               by value ws-address-size
               returning ws-socket-rc
           end-call

           if ws-socket-rc = 0 then
               call static "listen" using
                   by value ws-listen-fd
                   by value ws-listen-backlog
                   returning ws-socket-rc
               end-call
           end-if

           if ws-socket-rc not = 0 then
               call static "close" using by value ws-listen-fd
               end-call
               move -1 to ws-listen-fd
               perform report-listen-failure
           end-if

           exit paragraph.


       report-listen-failure.

           display
               "Cannot listen on port " trim(ws-port-text)
               " (in use, or not permitted)."
           end-display
           call "logger-leveled" using concatenate(
               "HTTP-SERVICE :: ERROR : cannot listen on port "
               trim(ws-port-text))
               "ERROR"
           end-call
           call "error-surface" using concatenate(
               "HTTP service cannot listen on port "
               trim(ws-port-text))
           end-call

           exit paragraph.


      *>   Accept one connection, read it, act on it, answer it,
      *>   log it, hang up.
       serve-one-request.

           move 16 to ws-peer-length

           call static "accept4" using
               by value ws-listen-fd
               by reference ws-peer-address
               by reference ws-peer-length
               by value ws-sock-cloexec
               returning ws-conn-fd
           end-call

           if ws-conn-fd < 0 then
               exit paragraph
           end-if

           perform set-peer-ip-text

           call static "setsockopt" using
               by value ws-conn-fd
               by value ws-sol-socket
               by value ws-so-rcvtimeo
               by reference ws-receive-timeout
               by value ws-timeval-size
               returning ws-socket-rc
           end-call

           move spaces to ws-request-method
           move spaces to ws-request-path
           move spaces to ws-operator-id
           move spaces to ws-operator-role
           move spaces to ws-response-headers
           move spaces to ws-response-body
           move spaces to ws-response-body-file
           move spaces to ws-log-detail
           move 0 to ws-response-body-length

           perform read-http-request

           if ws-header-end = 0 then
               move 400 to ws-response-code
               move "Bad Request" to ws-response-reason
               move "request incomplete" to ws-log-detail
               perform set-reason-as-body
           else
               perform parse-request-line
               perform parse-request-headers
               perform parse-query-params
               perform authenticate-operator

               if ws-operator-role = spaces then
                   move 401 to ws-response-code
                   move "Unauthorized" to ws-response-reason
                   string
                       'WWW-Authenticate: Basic realm="cbi"' ws-crlf
                       delimited by size
                       into ws-response-headers
                   end-string
                   move "not signed on" to ws-log-detail
                   perform set-reason-as-body
                   if ws-operator-id not = spaces then
                       call "syslog-event" using concatenate(
                           "HTTP sign-on refused for id "
                           trim(ws-operator-id) " from "
                           trim(ws-peer-ip))
                           ws-signon-fail-kind
                       end-call
                   end-if
               else
                   set environment "CBI_OPERATOR" to ws-operator-id
                   perform route-request
               end-if
           end-if

           perform send-response
           perform write-serve-log

           call static "close" using by value ws-conn-fd
           end-call

           exit paragraph.


       set-peer-ip-text.

           move spaces to ws-peer-ip
           move 1 to ws-send-pointer

           perform varying ws-octet-idx from 1 by 1
           until ws-octet-idx > 4
               move ord(ws-peer-octet(ws-octet-idx)) to ws-byte-value
               subtract 1 from ws-byte-value
               move ws-byte-value to ws-octet-disp
               if ws-octet-idx > 1 then
                   string "." delimited by size
                       into ws-peer-ip
                       with pointer ws-send-pointer
                   end-string
               end-if
               string trim(ws-octet-disp) delimited by size
                   into ws-peer-ip
                   with pointer ws-send-pointer
               end-string
           end-perform

           exit paragraph.


      *>   Headers up to the blank line, then as much body as
      *>   Content-Length promises.
       read-http-request.

           move 0 to ws-request-length
           move 0 to ws-header-end
           move 0 to ws-content-length
           move spaces to ws-request-text
           set ws-recv-not-done to true

           perform receive-one-chunk
               until ws-recv-done or ws-header-end > 0

           if ws-header-end = 0 then
               exit paragraph
           end-if

           compute ws-body-start = ws-header-end + 4
           end-compute

           perform scan-content-length

           perform receive-one-chunk
               until ws-recv-done
               or ws-request-length >=
                   ws-body-start + ws-content-length - 1

           exit paragraph.


       receive-one-chunk.

           call static "recv" using
               by value ws-conn-fd
               by reference ws-recv-chunk
               by value ws-recv-size
               by value ws-no-flags
               returning ws-recv-count
           end-call

           if ws-recv-count <= 0 then
               set ws-recv-done to true
               exit paragraph
           end-if

           if ws-request-length + ws-recv-count
               > length(ws-request-text)
           then
               compute ws-recv-count =
                   length(ws-request-text) - ws-request-length
               end-compute
               set ws-recv-done to true
               if ws-recv-count = 0 then
                   exit paragraph
               end-if
           end-if

           move ws-recv-chunk(1:ws-recv-count)
               to ws-request-text(ws-request-length + 1:ws-recv-count)
           add ws-recv-count to ws-request-length

           if ws-header-end = 0 then
               move 0 to ws-scan-tally
               inspect ws-request-text(1:ws-request-length)
                   tallying ws-scan-tally
                   for characters before initial ws-blank-line
               if ws-scan-tally < ws-request-length then
                   compute ws-header-end = ws-scan-tally + 1
                   end-compute
               end-if
           end-if

           exit paragraph.


       scan-content-length.

           move 1 to ws-header-pointer

           perform until ws-header-pointer >= ws-header-end
               move spaces to ws-header-line
               unstring ws-request-text(1:ws-header-end + 1)
                   delimited by ws-crlf
                   into ws-header-line
                   with pointer ws-header-pointer
               end-unstring
               if upper-case(ws-header-line(1:15))
                   = "CONTENT-LENGTH:"
                   and test-numval(trim(ws-header-line(16:))) = 0
               then
                   compute ws-content-length =
                       numval(ws-header-line(16:))
                   end-compute
               end-if
           end-perform

           exit paragraph.


       parse-request-line.

           move spaces to ws-request-line
           unstring ws-request-text(1:ws-header-end + 1)
               delimited by ws-crlf
               into ws-request-line
           end-unstring

           move spaces to ws-request-target
           unstring ws-request-line
               delimited by all space
               into ws-request-method ws-request-target
           end-unstring
           move upper-case(ws-request-method) to ws-request-method

           move spaces to ws-query-string
           unstring ws-request-target
               delimited by "?"
               into ws-request-path ws-query-string
           end-unstring

           exit paragraph.


       parse-request-headers.

           move spaces to ws-auth-value
           move 1 to ws-header-pointer

           perform until ws-header-pointer >= ws-header-end
               move spaces to ws-header-line
               unstring ws-request-text(1:ws-header-end + 1)
                   delimited by ws-crlf
                   into ws-header-line
                   with pointer ws-header-pointer
               end-unstring

               move spaces to ws-header-name
               move 1 to ws-colon-pointer
               unstring ws-header-line
                   delimited by ":"
                   into ws-header-name
                   with pointer ws-colon-pointer
               end-unstring

               if upper-case(trim(ws-header-name)) = "AUTHORIZATION"
                   and ws-colon-pointer <= length(ws-header-line)
               then
                   move trim(ws-header-line(ws-colon-pointer:))
                       to ws-auth-value
               end-if
           end-perform

      *>   A form-encoded POST body carries more parameters.
           if ws-content-length > 0
               and ws-body-start <= ws-request-length
           then
               compute ws-query-length =
                   length(trim(ws-query-string trailing)) + 1
               end-compute
               if ws-query-length > 1 then
                   string "&" delimited by size
                       into ws-query-string
                       with pointer ws-query-length
                   end-string
               end-if
               string
                   ws-request-text(ws-body-start:
                       ws-request-length - ws-body-start + 1)
                   delimited by size
                   into ws-query-string
                   with pointer ws-query-length
               end-string
           end-if

           exit paragraph.


       parse-query-params.

           move 0 to ws-num-params
           move 1 to ws-param-pointer
           compute ws-query-length =
               length(trim(ws-query-string trailing))
           end-compute

           if ws-query-string = spaces then
               exit paragraph
           end-if

           perform until ws-param-pointer > ws-query-length
               or ws-num-params >= ws-max-request-params

               move spaces to ws-param-pair
               unstring ws-query-string(1:ws-query-length)
                   delimited by "&"
                   into ws-param-pair
                   with pointer ws-param-pointer
               end-unstring

               if ws-param-pair not = spaces then
                   move spaces to ws-param-raw-name
                   move spaces to ws-param-raw-value
                   unstring ws-param-pair
                       delimited by "="
                       into ws-param-raw-name ws-param-raw-value
                   end-unstring

                   add 1 to ws-num-params
                   move lower-case(trim(ws-param-raw-name))
                       to ws-param-name(ws-num-params)
                   move ws-param-raw-value to ws-decode-in
                   perform url-decode-text
                   move ws-decode-out
                       to ws-param-value(ws-num-params)
               end-if
           end-perform

           exit paragraph.


      *>   "+" is a space and %HH a byte, as browsers and curl send.
       url-decode-text.

           move spaces to ws-decode-out
           move 0 to ws-decode-out-idx
           compute ws-decode-in-length =
               length(trim(ws-decode-in trailing))
           end-compute

           if ws-decode-in = spaces then
               exit paragraph
           end-if

           move 1 to ws-decode-in-idx

           perform until ws-decode-in-idx > ws-decode-in-length
               or ws-decode-out-idx >= length(ws-decode-out)

               add 1 to ws-decode-out-idx

               evaluate true
                   when ws-decode-in(ws-decode-in-idx:1) = "+"
                       move space
                           to ws-decode-out(ws-decode-out-idx:1)

                   when ws-decode-in(ws-decode-in-idx:1) = "%"
                       and ws-decode-in-idx + 2 <= ws-decode-in-length
                       move ws-decode-in(ws-decode-in-idx + 1:1)
                           to ws-hex-char
                       perform hex-digit-value
                       move ws-hex-value to ws-byte-value
                       if ws-hex-valid then
                           move ws-decode-in(ws-decode-in-idx + 2:1)
                               to ws-hex-char
                           perform hex-digit-value
                       end-if
                       if ws-hex-valid then
                           compute ws-byte-value =
                               ws-byte-value * 16 + ws-hex-value
                           end-compute
                           move char(ws-byte-value + 1)
                               to ws-decode-out(ws-decode-out-idx:1)
                           add 2 to ws-decode-in-idx
                       else
                           move "%"
                               to ws-decode-out(ws-decode-out-idx:1)
                       end-if

                   when other
                       move ws-decode-in(ws-decode-in-idx:1)
                           to ws-decode-out(ws-decode-out-idx:1)
               end-evaluate

               add 1 to ws-decode-in-idx
           end-perform

           exit paragraph.


       hex-digit-value.

           set ws-hex-valid to true
           move 0 to ws-hex-value

           evaluate true
               when ws-hex-char >= "0" and ws-hex-char <= "9"
                   compute ws-hex-value = ord(ws-hex-char) - ord("0")
                   end-compute
               when upper-case(ws-hex-char) >= "A"
                   and upper-case(ws-hex-char) <= "F"
                   compute ws-hex-value =
                       ord(upper-case(ws-hex-char)) - ord("A") + 10
                   end-compute
               when other
                   set ws-hex-not-valid to true
           end-evaluate

           exit paragraph.


      *>   ws-param-wanted's value, spaces when the request has none.
       find-request-param.

           move spaces to ws-param-found-value

           perform varying ws-param-idx from 1 by 1
           until ws-param-idx > ws-num-params
               if ws-param-name(ws-param-idx) = ws-param-wanted then
                   move ws-param-value(ws-param-idx)
                       to ws-param-found-value
               end-if
           end-perform

           exit paragraph.


      *>   "Authorization: Basic <base64 of id:password>" against the
      *>   operator accounts; no role means not signed on.
       authenticate-operator.

           move spaces to ws-operator-id
           move spaces to ws-operator-password
           move spaces to ws-operator-role

           if upper-case(ws-auth-value(1:6)) not = "BASIC " then
               exit paragraph
           end-if

           move trim(ws-auth-value(7:)) to ws-b64-in
           perform base64-decode-text

           move 1 to ws-credential-pointer
           unstring ws-b64-out
               delimited by ":"
               into ws-operator-id
               with pointer ws-credential-pointer
           end-unstring
           if ws-credential-pointer <= length(ws-b64-out) then
               move ws-b64-out(ws-credential-pointer:)
                   to ws-operator-password
           end-if

           if ws-operator-id = spaces then
               exit paragraph
           end-if

           call "menu-operator-role" using
               ws-operator-id
               ws-operator-password
               ws-operator-role
           end-call

           exit paragraph.


       base64-decode-text.

           move spaces to ws-b64-out
           move 0 to ws-b64-out-idx
           move 0 to ws-b64-accum
           move 0 to ws-b64-bits

           perform varying ws-b64-idx from 1 by 1
           until ws-b64-idx > length(ws-b64-in)
               or ws-b64-in(ws-b64-idx:1) = space
               or ws-b64-in(ws-b64-idx:1) = "="
               or ws-b64-out-idx >= length(ws-b64-out)

               move ws-b64-in(ws-b64-idx:1) to ws-b64-char

               evaluate true
                   when ws-b64-char >= "A" and ws-b64-char <= "Z"
                       compute ws-b64-sextet =
                           ord(ws-b64-char) - ord("A")
                       end-compute
                   when ws-b64-char >= "a" and ws-b64-char <= "z"
                       compute ws-b64-sextet =
                           ord(ws-b64-char) - ord("a") + 26
                       end-compute
                   when ws-b64-char >= "0" and ws-b64-char <= "9"
                       compute ws-b64-sextet =
                           ord(ws-b64-char) - ord("0") + 52
                       end-compute
                   when ws-b64-char = "+"
                       move 62 to ws-b64-sextet
                   when ws-b64-char = "/"
                       move 63 to ws-b64-sextet
                   when other
                       move -1 to ws-b64-sextet
               end-evaluate

               if ws-b64-sextet >= 0 then
                   compute ws-b64-accum =
                       ws-b64-accum * 64 + ws-b64-sextet
                   end-compute
                   add 6 to ws-b64-bits
                   if ws-b64-bits >= 8 then
                       subtract 8 from ws-b64-bits
                       compute ws-b64-scale = 2 ** ws-b64-bits
                       end-compute
                       divide ws-b64-accum by ws-b64-scale
                           giving ws-byte-value
                           remainder ws-b64-accum
                       end-divide
                       add 1 to ws-b64-out-idx
                       move char(ws-byte-value + 1)
                           to ws-b64-out(ws-b64-out-idx:1)
                   end-if
               end-if
           end-perform

           exit paragraph.


       route-request.

           evaluate trim(ws-request-path)
               when "/run"
                   if ws-request-method not = "POST" then
                       perform set-method-not-allowed
                   else
                       perform serve-run-request
                   end-if

               when "/status"
                   perform serve-status-request

               when "/spool"
                   perform serve-spool-request

               when "/queue"
                   if ws-request-method not = "POST" then
                       perform set-method-not-allowed
                   else
                       perform serve-queue-request
                   end-if

               when other
                   move 404 to ws-response-code
                   move "Not Found" to ws-response-reason
                   move "no such service" to ws-log-detail
                   perform set-reason-as-body
           end-evaluate

           exit paragraph.


       serve-run-request.

           move "script" to ws-param-wanted
           perform find-request-param
           move ws-param-found-value to ws-run-script

           move "args" to ws-param-wanted
           perform find-request-param
           move ws-param-found-value to ws-run-args

           move "mode" to ws-param-wanted
           perform find-request-param
           move lower-case(trim(ws-param-found-value)) to ws-run-mode

           if ws-run-script = spaces then
               perform set-bad-request
               move "script missing" to ws-log-detail
               exit paragraph
           end-if

           move ws-run-script to ws-unsafe-text
           perform check-unsafe-text
           if ws-unsafe-tally = 0 then
               move ws-run-args to ws-unsafe-text
               perform check-unsafe-text
           end-if
           if ws-unsafe-tally > 0 or ws-run-script(1:1) = "-" then
               perform set-bad-request
               string
                   "refused characters in " trim(ws-run-script) " "
                   trim(ws-run-args)
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           move "RUN" to ws-rule-kind-wanted
           move ws-run-script to ws-rule-name-wanted
           perform check-serve-rule
           if ws-rule-not-allowed then
               perform set-forbidden
               string
                   "run " trim(ws-run-script) " not authorized"
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           perform next-run-id

           move spaces to ws-run-out-name
           string
               trim(ws-serve-dir) "/" trim(ws-run-id) ".out"
               delimited by size
               into ws-run-out-name
           end-string
           move spaces to ws-run-cap-name
           string
               trim(ws-serve-dir) "/" trim(ws-run-id) ".cap"
               delimited by size
               into ws-run-cap-name
           end-string

           move spaces to ws-shell-command
           string
               "CBI_RUN_ID=" trim(ws-run-id)
               " CBI_OPERATOR=" trim(ws-operator-id)
               " cbi " trim(ws-run-script) " " trim(ws-run-args)
               " --capture " trim(ws-run-cap-name)
               " < /dev/null > " trim(ws-run-out-name) " 2>&1"
               delimited by size
               into ws-shell-command
           end-string

           call "logger" using concatenate(
               "HTTP-SERVICE :: Operator " trim(ws-operator-id)
               " started " trim(ws-run-id) " -> cbi "
               trim(ws-run-script) " " trim(ws-run-args))
           end-call

           call "syslog-event" using concatenate(
               "Operator " trim(ws-operator-id) " launched "
               trim(ws-run-id) " from " trim(ws-peer-ip)
               " over HTTP -> cbi "
               trim(ws-run-script) " " trim(ws-run-args))
               ws-launch-kind
           end-call

           move spaces to ws-response-headers
           move 1 to ws-response-headers-length

           if ws-run-mode = "async" then
               string
                   trim(ws-shell-command) " &"
                   delimited by size
                   into ws-shell-command
               end-string
               call "SYSTEM" using ws-shell-command
               end-call

               move 202 to ws-response-code
               move "Accepted" to ws-response-reason
               string
                   "X-CBI-Run-Id: " trim(ws-run-id) ws-crlf
                   delimited by size
                   into ws-response-headers
                   with pointer ws-response-headers-length
               end-string
               move 1 to ws-response-body-length
               string
                   "run-id: " trim(ws-run-id) x"0A"
                   "state: STARTED" x"0A"
                   delimited by size
                   into ws-response-body
                   with pointer ws-response-body-length
               end-string
               subtract 1 from ws-response-body-length
               string
                   "run " trim(ws-run-script) " async "
                   trim(ws-run-id)
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           call "SYSTEM" using ws-shell-command
           end-call

      *>   A wait status: the exit code is its high byte.
           move return-code to ws-launch-status
           if ws-launch-status > 255 then
               divide ws-launch-status by 256
                   giving ws-run-exit-status
               end-divide
           else
               move ws-launch-status to ws-run-exit-status
           end-if
           move ws-run-exit-status to ws-run-exit-disp

           move 200 to ws-response-code
           move "OK" to ws-response-reason
           string
               "X-CBI-Run-Id: " trim(ws-run-id) ws-crlf
               "X-CBI-Exit-Status: " ws-run-exit-status ws-crlf
               delimited by size
               into ws-response-headers
               with pointer ws-response-headers-length
           end-string

           call "CBL_CHECK_FILE_EXIST" using
               ws-run-cap-name ws-file-exist-info
           end-call
           if return-code = 0 then
               move ws-run-cap-name to ws-response-body-file
           else
               move ws-run-out-name to ws-response-body-file
           end-if

           string
               "run " trim(ws-run-script) " sync " trim(ws-run-id)
               " exit " trim(ws-run-exit-disp)
               delimited by size
               into ws-log-detail
           end-string

           exit paragraph.


       serve-status-request.

           move "id" to ws-param-wanted
           perform find-request-param
           move ws-param-found-value to ws-run-id

           move ws-run-id to ws-unsafe-text
           perform check-unsafe-name
           if ws-run-id = spaces or ws-unsafe-tally > 0 then
               perform set-bad-request
               move "status: run id missing or malformed"
                   to ws-log-detail
               exit paragraph
           end-if

           call "history-run-lookup" using
               ws-run-id
               ws-lookup-script
               ws-lookup-start
               ws-lookup-end
               ws-lookup-status
               ws-lookup-found-sw
           end-call

           move 1 to ws-response-body-length

           if ws-lookup-found then
               move 200 to ws-response-code
               move "OK" to ws-response-reason
               string
                   "run-id: " trim(ws-run-id) x"0A"
                   "state: FINISHED" x"0A"
                   "script: " trim(ws-lookup-script) x"0A"
                   "started: " ws-lookup-start x"0A"
                   "ended: " ws-lookup-end x"0A"
                   "exit-status: " ws-lookup-status x"0A"
                   delimited by size
                   into ws-response-body
                   with pointer ws-response-body-length
               end-string
               subtract 1 from ws-response-body-length
               string
                   "status " trim(ws-run-id) " FINISHED "
                   ws-lookup-status
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

      *>   Not in history yet: still running if the service started
      *>   it and its output file is there.
           move spaces to ws-run-out-name
           string
               trim(ws-serve-dir) "/" trim(ws-run-id) ".out"
               delimited by size
               into ws-run-out-name
           end-string

           call "CBL_CHECK_FILE_EXIST" using
               ws-run-out-name ws-file-exist-info
           end-call

           if return-code = 0 then
               move 200 to ws-response-code
               move "OK" to ws-response-reason
               string
                   "run-id: " trim(ws-run-id) x"0A"
                   "state: RUNNING" x"0A"
                   delimited by size
                   into ws-response-body
                   with pointer ws-response-body-length
               end-string
               subtract 1 from ws-response-body-length
               string
                   "status " trim(ws-run-id) " RUNNING"
                   delimited by size
                   into ws-log-detail
               end-string
           else
               move 404 to ws-response-code
               move "Not Found" to ws-response-reason
               perform set-reason-as-body
               string
                   "status " trim(ws-run-id) " unknown"
                   delimited by size
                   into ws-log-detail
               end-string
           end-if

           exit paragraph.


       serve-spool-request.

           move "file" to ws-param-wanted
           perform find-request-param

           move ws-param-found-value to ws-unsafe-text
           perform check-unsafe-name
           if ws-param-found-value = spaces
               or ws-unsafe-tally > 0
               or ws-param-found-value(1:1) = "."
           then
               perform set-bad-request
               move "spool: file missing or malformed"
                   to ws-log-detail
               exit paragraph
           end-if

           move "SPOOL" to ws-rule-kind-wanted
           move ws-param-found-value to ws-rule-name-wanted
           perform check-serve-rule
           if ws-rule-not-allowed then
               perform set-forbidden
               string
                   "spool " trim(ws-param-found-value)
                   " not authorized"
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           move spaces to ws-body-file-name
           string
               trim(ws-spool-dir) "/" trim(ws-param-found-value)
               delimited by size
               into ws-body-file-name
           end-string

           call "CBL_CHECK_FILE_EXIST" using
               ws-body-file-name ws-file-exist-info
           end-call

           if return-code not = 0 then
               move 404 to ws-response-code
               move "Not Found" to ws-response-reason
               perform set-reason-as-body
               string
                   "spool " trim(ws-param-found-value) " not found"
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           move 200 to ws-response-code
           move "OK" to ws-response-reason
           move ws-body-file-name to ws-response-body-file
           string
               "spool " trim(ws-param-found-value)
               delimited by size
               into ws-log-detail
           end-string

           exit paragraph.


       serve-queue-request.

           move "name" to ws-param-wanted
           perform find-request-param
           move ws-param-found-value to ws-queue-name

           move "text" to ws-param-wanted
           perform find-request-param
           move ws-param-found-value to ws-queue-text

           move ws-queue-name to ws-unsafe-text
           perform check-unsafe-name
           if ws-queue-name = spaces or ws-unsafe-tally > 0
               or ws-queue-text = spaces
           then
               perform set-bad-request
               move "queue: name or text missing"
                   to ws-log-detail
               exit paragraph
           end-if

           move "QUEUE" to ws-rule-kind-wanted
           move ws-queue-name to ws-rule-name-wanted
           perform check-serve-rule
           if ws-rule-not-allowed then
               perform set-forbidden
               string
                   "queue " trim(ws-queue-name) " not authorized"
                   delimited by size
                   into ws-log-detail
               end-string
               exit paragraph
           end-if

           call "queue-post-message" using
               ws-queue-name ws-queue-text ws-queue-rc
           end-call

           if ws-queue-posted then
               move 200 to ws-response-code
               move "OK" to ws-response-reason
               string
                   "queue " trim(ws-queue-name) " posted"
                   delimited by size
                   into ws-log-detail
               end-string
           else
               move 503 to ws-response-code
               move "Service Unavailable" to ws-response-reason
               string
                   "queue " trim(ws-queue-name) " busy"
                   delimited by size
                   into ws-log-detail
               end-string
           end-if
           perform set-reason-as-body

           exit paragraph.


      *>   Shell punctuation, path separators and option words in
      *>   anything that reaches a command line or a file name.
       check-unsafe-text.

           move 0 to ws-unsafe-tally

           perform varying ws-unsafe-idx from 1 by 1
           until ws-unsafe-idx > length(ws-unsafe-chars)
               inspect ws-unsafe-text tallying ws-unsafe-tally
                   for all ws-unsafe-chars(ws-unsafe-idx:1)
           end-perform

           inspect ws-unsafe-text tallying ws-unsafe-tally
               for all quote
                   all "'"
                   all "--"
                   all x"0A"
                   all x"0D"
                   all x"09"

           exit paragraph.


      *>   A run id, spool file or queue name also may not leave its
      *>   directory.
       check-unsafe-name.

           perform check-unsafe-text

           inspect ws-unsafe-text tallying ws-unsafe-tally
               for all "/"

           exit paragraph.


      *>   The first rule of the wanted kind naming the target (or
      *>   "*") decides, by the operator's role.
       check-serve-rule.

           set ws-rule-not-allowed to true

           perform varying ws-rule-idx from 1 by 1
           until ws-rule-idx > ws-num-serve-rules
               or ws-rule-allowed

               if ws-rule-kind(ws-rule-idx) = ws-rule-kind-wanted
                   and (trim(ws-rule-name(ws-rule-idx)) = "*"
                       or upper-case(trim(ws-rule-name(ws-rule-idx)))
                       = upper-case(trim(ws-rule-name-wanted)))
               then
                   move 'N' to ws-role-answer-sw
                   call "menu-role-allowed" using
                       ws-rule-roles(ws-rule-idx)
                       ws-operator-role
                       ws-role-answer-sw
                   end-call
                   if ws-role-answer-sw = 'Y' then
                       set ws-rule-allowed to true
                   end-if
               end-if
           end-perform

           exit paragraph.


       next-run-id.

           move function current-date to ws-date-record
           add 1 to ws-run-seq

           move spaces to ws-run-id
           string
               "RUN-" ws-year ws-month ws-day ws-hour ws-min ws-sec
               "-" ws-run-seq
               delimited by size
               into ws-run-id
           end-string

           exit paragraph.


       set-bad-request.

           move 400 to ws-response-code
           move "Bad Request" to ws-response-reason
           perform set-reason-as-body

           exit paragraph.


       set-forbidden.

           move 403 to ws-response-code
           move "Forbidden" to ws-response-reason
           perform set-reason-as-body

           exit paragraph.


       set-method-not-allowed.

           move 405 to ws-response-code
           move "Method Not Allowed" to ws-response-reason
           move "method not allowed" to ws-log-detail
           perform set-reason-as-body

           exit paragraph.


       set-reason-as-body.

           move spaces to ws-response-body
           move 1 to ws-response-body-length
           string
               ws-response-code " " trim(ws-response-reason) x"0A"
               delimited by size
               into ws-response-body
               with pointer ws-response-body-length
           end-string
           subtract 1 from ws-response-body-length

           exit paragraph.


      *>   Status line and headers, then the body -- from text, or
      *>   line by line from a file. HTTP/1.0 with the connection
      *>   closed after, so a file body needs no length up front.
       send-response.

           move spaces to ws-send-buffer
           move 1 to ws-send-pointer

           string
               "HTTP/1.0 " ws-response-code " "
               trim(ws-response-reason) ws-crlf
               "Server: cbi" ws-crlf
               "Content-Type: text/plain" ws-crlf
               "Connection: close" ws-crlf
               delimited by size
               into ws-send-buffer
               with pointer ws-send-pointer
           end-string

           if ws-response-headers not = spaces then
               string
                   trim(ws-response-headers trailing)
                   delimited by size
                   into ws-send-buffer
                   with pointer ws-send-pointer
               end-string
           end-if

           if ws-response-body-file = spaces then
               move ws-response-body-length to ws-length-disp
               string
                   "Content-Length: "
                   trim(ws-length-disp) ws-crlf
                   delimited by size
                   into ws-send-buffer
                   with pointer ws-send-pointer
               end-string
           end-if

           string
               ws-crlf
               delimited by size
               into ws-send-buffer
               with pointer ws-send-pointer
           end-string

           compute ws-send-length = ws-send-pointer - 1
           end-compute
           perform send-buffer-bytes

           if ws-response-body-file = spaces then
               if ws-response-body-length > 0 then
                   move ws-response-body(1:ws-response-body-length)
                       to ws-send-buffer
                   move ws-response-body-length to ws-send-length
                   perform send-buffer-bytes
               end-if
               exit paragraph
           end-if

           move ws-response-body-file to ws-body-file-name
           open input fd-body-file

           if ws-body-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-body-file into ls-file-line
                       at end set ls-eof to true
                       not at end perform send-body-line
                   end-read
               end-perform
           end-if

           close fd-body-file

           exit paragraph.


       send-body-line.

           move spaces to ws-send-buffer
           move 1 to ws-send-pointer

           if ls-file-line not = spaces then
               string
                   trim(ls-file-line trailing)
                   delimited by size
                   into ws-send-buffer
                   with pointer ws-send-pointer
               end-string
           end-if

           string
               x"0A"
               delimited by size
               into ws-send-buffer
               with pointer ws-send-pointer
           end-string

           compute ws-send-length = ws-send-pointer - 1
           end-compute
           perform send-buffer-bytes

           exit paragraph.


       send-buffer-bytes.

           call static "send" using
               by value ws-conn-fd
               by reference ws-send-buffer
               by value ws-send-length
               by value ws-msg-nosignal
               returning ws-recv-count
           end-call

           exit paragraph.


      *>   One line per request:
      *>   stamp|client|operator|method path|code|detail
       write-serve-log.

           move function current-date to ws-date-record

           move spaces to ls-file-line
           string
               ws-year "-" ws-month "-" ws-day " "
               ws-hour ":" ws-min ":" ws-sec "|"
               trim(ws-peer-ip) "|"
               trim(ws-operator-id) "|"
               trim(ws-request-method) " "
               trim(ws-request-path) "|"
               ws-response-code "|"
               trim(ws-log-detail)
               delimited by size
               into ls-file-line
           end-string

           open extend fd-serve-log-file
           if ws-serve-log-ok then
               write f-serve-log-line from ls-file-line
           end-if
           close fd-serve-log-file

           call "logger" using concatenate(
               "HTTP-SERVICE :: " trim(ls-file-line))
           end-call

           exit paragraph.


       load-serve-rules.

           move 0 to ws-num-serve-rules

           open input fd-serve-rules-file

           if not ws-serve-rules-ok then
               close fd-serve-rules-file
               display
                   "No service rules in " trim(ws-serve-rules-name)
                   "; only status queries will be allowed."
               end-display
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-serve-rules-file into ls-file-line
                   at end set ls-eof to true
                   not at end perform collect-serve-rule
               end-read
           end-perform

           close fd-serve-rules-file

           exit paragraph.


       collect-serve-rule.

           if trim(ls-file-line) = spaces
               or ls-file-line(1:1) = "#"
           then
               exit paragraph
           end-if

           if ws-num-serve-rules >= ws-max-serve-rules then
               call "logger-leveled" using concatenate(
                   "HTTP-SERVICE :: ERROR : more than "
                   ws-max-serve-rules " service rules. Extra rules "
                   "ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move spaces to ls-col-1
           move spaces to ls-col-2
           move spaces to ls-col-3

           unstring ls-file-line
               delimited by "|"
               into ls-col-1 ls-col-2 ls-col-3
           end-unstring

           move upper-case(trim(ls-col-1)) to ls-col-1

           if (ls-col-1 not = "RUN" and ls-col-1 not = "QUEUE"
               and ls-col-1 not = "SPOOL")
               or trim(ls-col-2) = spaces
           then
               call "logger-leveled" using concatenate(
                   "HTTP-SERVICE :: WARN : malformed service rule "
                   "skipped: " trim(ls-file-line))
                   "WARN"
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-serve-rules
           move ls-col-1 to ws-rule-kind(ws-num-serve-rules)
           move trim(ls-col-2) to ws-rule-name(ws-num-serve-rules)
           move trim(ls-col-3) to ws-rule-roles(ws-num-serve-rules)

           exit paragraph.


       resolve-service-settings.

           move spaces to ws-env-value
           accept ws-env-value from environment "CBI_SERVE_FILE"
           end-accept
           if ws-env-value not = spaces then
               move ws-env-value to ws-serve-rules-name
           end-if

           move spaces to ws-env-value
           accept ws-env-value from environment "CBI_SERVE_LOG"
           end-accept
           if ws-env-value not = spaces then
               move ws-env-value to ws-serve-log-name
           end-if

           accept ws-serve-dir from environment "CBI_SERVE_DIR"
           end-accept
           if ws-serve-dir = spaces then
               move "serve" to ws-serve-dir
           end-if
           call "CBL_CREATE_DIR" using ws-serve-dir
           end-call

           accept ws-spool-dir from environment "CBI_SPOOL_DIR"
           end-accept
           if ws-spool-dir = spaces then
               move "spool" to ws-spool-dir
           end-if

           exit paragraph.

       end program http-service.
