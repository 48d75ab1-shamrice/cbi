      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Declared script parameters. A script names what it
      *          needs at its top instead of picking COMMAND$ apart
      *          by position:
      *            PARAM BRANCH$ AS CODE BRANCH PROMPT "Branch"
      *            PARAM RUNDATE$ AS DATE DEFAULT TODAY
      *            PARAM LIMIT AS INTEGER OPTIONAL DEFAULT 500
      *            PARAM RATE AS DECIMAL REQUIRED
      *            PARAM NOTE$ AS STRING OPTIONAL
      *          Types are INTEGER and DECIMAL (names without $),
      *          DATE (YYYYMMDD; DEFAULT TODAY is the processing
      *          date), STRING, and CODE table (a code in a cbi.cfg
      *          codetable=). A parameter is required unless it says
      *          OPTIONAL or carries a DEFAULT; the PROMPT text is
      *          what an operator is asked, the name when omitted.
      *          Values arrive as NAME=value arguments (the name
      *          without its $) after the script on the command line
      *          or on a manifest step line, in any order, and are
      *          quoted when they hold spaces: NOTE="month end".
      *          load-program declares each PARAM line through the
      *          main entry, so a bad declaration fails load-time
      *          validation; the interpreter then binds the
      *          arguments before the first line runs. An unknown
      *          name, a bare positional argument, a missing
      *          required value or a value that fails its type
      *          refuses the run with one ERROR line per problem.
      *          Bound values land in the declared variables.
      *          The menu shell asks the operator for a script's
      *          missing required values on a form before launch,
      *          and cbi --help <script> lists the declarations.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. script-params.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select fd-script-file
               assign to dynamic ws-script-file-name
               organization is line sequential
               file status is ws-script-file-status.

       data division.

       file section.

       fd  fd-script-file.
       01  f-script-line                 pic x(1024).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-params                 value 20.
       78  ws-params-form-name           value "SCRIPT-PARAMETERS".

      *>   The declarations of the script loaded last.
       01  ws-param-table.
           05  ws-num-params             pic 9(4) comp value 0.
           05  ws-param-entry            occurs 20 times.
               10  ws-prm-name           pic x(32).
               10  ws-prm-key            pic x(32).
               10  ws-prm-type           pic x(8).
                   88  ws-prm-integer    value "INTEGER".
                   88  ws-prm-decimal    value "DECIMAL".
                   88  ws-prm-date       value "DATE".
                   88  ws-prm-string     value "STRING".
                   88  ws-prm-code       value "CODE".
               10  ws-prm-table          pic x(32).
               10  ws-prm-required-sw    pic a.
                   88  ws-prm-required   value 'Y'.
                   88  ws-prm-optional   value 'N'.
               10  ws-prm-default        pic x(64).
               10  ws-prm-prompt         pic x(64).
               10  ws-prm-value          pic x(256).
               10  ws-prm-supplied-sw    pic a.
                   88  ws-prm-supplied   value 'Y'.
                   88  ws-prm-not-supplied value 'N'.

       01  ws-prm-idx                    pic 9(4) comp.
       01  ws-found-prm-idx              pic 9(4) comp value 0.
       01  ws-cur-idx                    pic 9(4) comp.

      *>   One PARAM statement taken apart.
       01  ws-decl-text                  pic x(1024).
       01  ws-decl-pos                   pic 9(4) comp.
       01  ws-decl-len                   pic 9(4) comp.
       01  ws-decl-message               pic x(80).
       01  ws-decl-rc                    pic 9.
       01  ws-decl-token                 pic x(256).
       01  ws-decl-token-upper           pic x(256).
       01  ws-decl-token-end             pic 9(4) comp.
       01  ws-decl-token-sw              pic a.
           88  ws-decl-token-found       value 'Y'.
           88  ws-decl-token-none        value 'N'.
       01  ws-decl-quoted-sw             pic a.
           88  ws-decl-token-quoted      value 'Y'.
           88  ws-decl-token-plain       value 'N'.
       01  ws-need-sw                    pic a.
           88  ws-need-said-required     value 'R'.
           88  ws-need-said-optional     value 'O'.
           88  ws-need-not-said          value ' '.
       01  ws-name-len                   pic 9(4) comp.

      *>   NAME=value arguments taken apart.
       01  ws-args-text                  pic x(1024).
       01  ws-arg-pos                    pic 9(4) comp.
       01  ws-arg-len                    pic 9(4) comp.
       01  ws-arg-start                  pic 9(4) comp.
       01  ws-arg-token                  pic x(1024).
       01  ws-arg-token-len              pic 9(4) comp.
       01  ws-arg-token-sw               pic a.
           88  ws-arg-token-found        value 'Y'.
           88  ws-arg-token-none         value 'N'.
       01  ws-arg-quote-sw               pic a.
           88  ws-arg-in-quote           value 'Y'.
           88  ws-arg-not-in-quote       value 'N'.
       01  ws-arg-key                    pic x(64).
       01  ws-arg-key-len                pic 9(4) comp.
       01  ws-arg-value                  pic x(1024).
       01  ws-arg-value-len              pic 9(4) comp.
       01  ws-eq-pos                     pic 9(4) comp.
       01  ws-bind-errors                pic 9(4) comp value 0.

      *>   A value checked against its parameter's type.
       01  ws-check-value                pic x(256).
       01  ws-check-message              pic x(128).
       01  ws-check-rc                   pic 9.
       01  ws-dot-count                  pic 9(4) comp.
       01  ws-quote-count                pic 9(4) comp.
       01  ws-code-table                 pic x(32).
       01  ws-code-value                 pic x(64).
       01  ws-code-rc                    pic 9.
       01  ws-processing-date            pic x(8).
       01  ws-asof-active-sw             pic a.

      *>   Landing a bound value in its variable.
       01  ws-int-value                  pic s9(16).
       01  ws-int-disp                   pic -(16)9.
       01  ws-dec-value                  pic s9(12)v9(6).
       01  ws-dec-disp                   pic -(12)9.9(6).
       01  ws-assign-var-str             pic x(1024).
       01  ws-dim-text                   pic x(1024).
       01  ws-allocate-rc                pic 9 value 0.
       01  ws-scratch-variable-table.
           05  ws-scratch-num-vars       pic 9(5) comp value 0.
           05  ws-scratch-variables      occurs 0 to 1 times
                                  depending on ws-scratch-num-vars.
               10  ws-scratch-var-type   pic x(8).
               10  ws-scratch-var-name   pic x(256).
               10  ws-scratch-var-value  pic x(1024).
       01  ws-scratch-max-variables      pic 9(5) comp value 1.

      *>   The script file a menu item or --help names.
       01  ws-script-file-name           pic x(1024) value spaces.
       01  ws-script-file-status         pic xx.
           88  ws-script-status-ok       value "00".
       01  ws-script-found-sw            pic a value 'N'.
           88  ws-script-found           value 'Y'.
           88  ws-script-not-found       value 'N'.
       01  ws-show-errors-sw             pic a value 'N'.
           88  ws-show-decl-errors       value 'Y'.
           88  ws-hide-decl-errors       value 'N'.
       01  ws-file-line-num              pic 9(5) value 0.
       01  ws-load-errors                pic 9(4) comp value 0.
       01  ws-command-text               pic x(256).
       01  ws-command-scan               pic x(300).
       01  ws-script-token               pic x(1026).
       01  ws-token-tally                pic 9(4) comp.

      *>   cbi --help <script>.
       01  ws-help-line.
           05  filler                    pic x(2) value spaces.
           05  ws-hl-name                pic x(14).
           05  ws-hl-type                pic x(20).
           05  ws-hl-need                pic x(10).
           05  ws-hl-default             pic x(14).
           05  ws-hl-prompt              pic x(48).
       01  ws-usage-line                 pic x(512).
       01  ws-usage-pointer              pic 9(4) comp.

      *>   The menu shell's prompt form.
       01  ws-form-name                  pic x(32)
                                         value ws-params-form-name.
       01  ws-form-field-def.
           05  ws-field-label            pic x(32).
           05  ws-field-row              pic 999.
           05  ws-field-col              pic 999.
           05  ws-field-len              pic 999.
           05  ws-field-type             pic x(8).
           05  ws-field-var              pic x(64).
           05  ws-field-lookup           pic 99.
           05  ws-field-element          pic x(32).
       01  ws-form-value-table.
           05  ws-form-value             pic x(64) occurs 20 times.
       01  ws-form-map                   pic 9(4) comp
                                         occurs 20 times.
       01  ws-form-count                 pic 9(4) comp value 0.
       01  ws-form-idx                   pic 9(4) comp.
       01  ws-prompt-done-sw             pic a value 'N'.
           88  ws-prompt-done            value 'Y'.
           88  ws-prompt-not-done        value 'N'.
       01  ws-reply                      pic x(8).
       01  ws-launch-pointer             pic 9(4) comp.
       01  ws-launch-overflow-sw         pic a value 'N'.
           88  ws-launch-overflow        value 'Y'.
           88  ws-launch-fits            value 'N'.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-script-line                pic x(1024).

       linkage section.

       01  l-statement-text              pic x(1024).
       01  l-decl-message                pic x(80).
       01  l-return-code                 pic 9.
       01  l-command-args                pic x(1024).
       01  l-script-name                 pic x(1024).
       01  l-item-command                pic x(256).
       01  l-launch-command              pic x(256).

       procedure division using
           l-statement-text l-decl-message l-return-code.

      *>   One PARAM statement of the script being loaded: return
      *>   code 1 when it is well formed, 0 with the reason in
      *>   l-decl-message when it is not.
       main-procedure.

           move l-statement-text to ws-decl-text
           perform declare-param-statement

           move ws-decl-message to l-decl-message
           move ws-decl-rc to l-return-code

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point load-program calls before declaring a
      *          script's PARAM lines: forgets the previous script's.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "script-params-reset".

           perform reset-param-table

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls before running the
      *          loaded script: binds the NAME=value arguments in
      *          COMMAND$ to the declared parameters, applies
      *          defaults, checks every value against its type and
      *          lands the values in their variables. Return code 1
      *          when the run may go ahead (always, for a script with
      *          no PARAM lines), 0 after displaying each refusal.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "script-params-bind" using l-command-args l-return-code.

           move 1 to l-return-code

           if ws-num-params = 0 then
               goback
           end-if

           perform clear-supplied-values
           move 0 to ws-bind-errors

           move l-command-args to ws-args-text
           perform start-argument-walk
           perform next-argument-token
           perform until ws-arg-token-none
               perform bind-one-argument
               perform next-argument-token
           end-perform

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               move ws-prm-idx to ws-found-prm-idx
               perform settle-one-param
           end-perform

           if ws-bind-errors > 0 then
               call "logger-leveled" using concatenate(
                   "SCRIPT-PARAMS :: ERROR : " ws-bind-errors
                   " parameter problem(s); run refused.")
                   "ERROR"
               end-call
               move 0 to l-return-code
               goback
           end-if

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               move ws-prm-idx to ws-found-prm-idx
               perform assign-param-variable
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point behind cbi --help <script>: lists the
      *          script's PARAM declarations -- name, type, whether
      *          required, default and prompt -- with a usage line.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "script-params-help" using l-script-name.

           move l-script-name to ws-script-file-name
           set ws-show-decl-errors to true
           perform load-script-declarations
           set ws-hide-decl-errors to true

           if ws-script-not-found then
               display
                   "ERROR: File not found: " trim(l-script-name)
               end-display
               goback
           end-if

           if ws-num-params = 0 then
               display
                   trim(l-script-name) " declares no parameters."
               end-display
               goback
           end-if

           display "Parameters of " trim(l-script-name) ":"
           display spaces

           move "Name" to ws-hl-name
           move "Type" to ws-hl-type
           move "Needed" to ws-hl-need
           move "Default" to ws-hl-default
           move "Prompt" to ws-hl-prompt
           display trim(ws-help-line trailing)

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               perform show-one-param
           end-perform

           move spaces to ws-usage-line
           move 1 to ws-usage-pointer
           string
               "Usage: cbi " trim(l-script-name)
               delimited by size
               into ws-usage-line
               with pointer ws-usage-pointer
           end-string

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               if ws-prm-required(ws-prm-idx) then
                   string
                       " " trim(ws-prm-key(ws-prm-idx)) "=value"
                       delimited by size
                       into ws-usage-line
                       with pointer ws-usage-pointer
                   end-string
               else
                   string
                       " [" trim(ws-prm-key(ws-prm-idx)) "=value]"
                       delimited by size
                       into ws-usage-line
                       with pointer ws-usage-pointer
                   end-string
               end-if
           end-perform

           display spaces
           display trim(ws-usage-line)

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the menu shell calls before launching an
      *          item: when the item's script declares required
      *          parameters its command line does not supply, the
      *          operator fills them in on a form, each checked
      *          against its type, and they are appended to the
      *          command as NAME=value. Return code 1 with the
      *          command to launch in l-launch-command, 0 when the
      *          operator gave up.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "script-params-prompt" using
           l-item-command l-launch-command l-return-code.

           move 1 to l-return-code
           move l-item-command to l-launch-command

           move l-item-command to ws-command-text
           perform find-command-script

           if ws-script-file-name = spaces then
               goback
           end-if

           perform load-script-declarations

           if ws-num-params = 0 then
               goback
           end-if

      *>   What the menu line already supplies is not asked for.
           perform clear-supplied-values
           move l-item-command to ws-args-text
           perform start-argument-walk
           perform next-argument-token
           perform until ws-arg-token-none
               perform take-argument-key
               if ws-found-prm-idx > 0 then
                   set ws-prm-supplied(ws-found-prm-idx) to true
               end-if
               perform next-argument-token
           end-perform

           perform build-prompt-form

           if ws-form-count = 0 then
               goback
           end-if

           set ws-prompt-not-done to true
           perform until ws-prompt-done
               initialize ws-form-value-table
               call "form-play-values" using
                   ws-form-name
                   ws-form-value-table
               end-call

               perform check-prompted-values

               if ws-bind-errors = 0 then
                   set ws-prompt-done to true
               else
                   display
                       "Re-enter the parameters (Y/N)? "
                       with no advancing
                   end-display
                   move spaces to ws-reply
                   accept ws-reply
                   if upper-case(ws-reply(1:1)) not = "Y" then
                       move 0 to l-return-code
                       goback
                   end-if
               end-if
           end-perform

           set ws-launch-fits to true
           compute ws-launch-pointer =
               length(trim(l-launch-command)) + 1
           end-compute

           perform varying ws-form-idx from 1 by 1
           until ws-form-idx > ws-form-count
               perform append-launch-argument
           end-perform

           if ws-launch-overflow then
               display
                   "ERROR: The parameters do not fit on the launch "
                   "command line."
               end-display
               move 0 to l-return-code
           end-if

           goback.


      ******************************************************************
      * Declarations.
      ******************************************************************
       reset-param-table.

           move 0 to ws-num-params
           move 0 to ws-load-errors

           exit paragraph.


       declare-param-statement.

           move 1 to ws-decl-rc
           move spaces to ws-decl-message

           move trim(ws-decl-text) to ws-decl-text
           if upper-case(ws-decl-text(1:length(ws-param))) = ws-param
           then
               move ws-decl-text(length(ws-param) + 1:)
                   to ws-decl-text
           end-if

           if ws-num-params >= ws-max-params then
               move concatenate(
                   "more than " ws-max-params
                   " PARAM declarations")
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           compute ws-cur-idx = ws-num-params + 1
           initialize ws-param-entry(ws-cur-idx)
           set ws-need-not-said to true

           perform start-declaration-walk

      *>   NAME AS TYPE [table]
           perform next-declaration-token
           if ws-decl-token-none or ws-decl-token-quoted then
               move "a parameter name is required"
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           perform take-param-name
           if ws-decl-rc = 0 then
               exit paragraph
           end-if

           perform next-declaration-token
           if ws-decl-token-none or ws-decl-token-upper not = "AS"
           then
               move concatenate(
                   "AS and a type must follow "
                   trim(ws-prm-name(ws-cur-idx)))
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           perform next-declaration-token
           perform take-param-type
           if ws-decl-rc = 0 then
               exit paragraph
           end-if

      *>   Then REQUIRED, OPTIONAL, DEFAULT value and PROMPT "text"
      *>   in any order.
           perform next-declaration-token
           perform until ws-decl-token-none or ws-decl-rc = 0
               perform take-param-option
               if ws-decl-rc = 1 then
                   perform next-declaration-token
               end-if
           end-perform

           if ws-decl-rc = 0 then
               exit paragraph
           end-if

           perform settle-declared-need
           if ws-decl-rc = 0 then
               exit paragraph
           end-if

           if ws-prm-prompt(ws-cur-idx) = spaces then
               move ws-prm-key(ws-cur-idx) to ws-prm-prompt(ws-cur-idx)
           end-if

      *>   A default is held to its own type when the script loads,
      *>   except the ones only known at run time.
           if ws-prm-default(ws-cur-idx) not = spaces
               and not ws-prm-code(ws-cur-idx)
               and not (ws-prm-date(ws-cur-idx)
                   and upper-case(trim(ws-prm-default(ws-cur-idx)))
                       = "TODAY")
           then
               move ws-cur-idx to ws-found-prm-idx
               move ws-prm-default(ws-cur-idx) to ws-check-value
               perform check-param-value
               if ws-check-rc = 0 then
                   move concatenate(
                       "DEFAULT of " trim(ws-prm-name(ws-cur-idx))
                       ": " trim(ws-check-message))
                       to ws-decl-message
                   move 0 to ws-decl-rc
                   exit paragraph
               end-if
           end-if

           add 1 to ws-num-params

           exit paragraph.


       take-param-name.

           move ws-decl-token-upper to ws-prm-name(ws-cur-idx)
           compute ws-name-len = length(trim(ws-decl-token-upper))
           end-compute

           if ws-decl-token-upper(1:1) is not alphabetic
               or ws-name-len > length(ws-prm-name(ws-cur-idx))
           then
               move concatenate(
                   trim(ws-decl-token) " is not a valid name")
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           if ws-decl-token-upper(ws-name-len:1) = "$" then
               move ws-decl-token-upper(1:ws-name-len - 1)
                   to ws-prm-key(ws-cur-idx)
           else
               move ws-decl-token-upper to ws-prm-key(ws-cur-idx)
           end-if

           move ws-prm-key(ws-cur-idx) to ws-arg-key
           perform find-param-by-key
           if ws-found-prm-idx > 0 then
               move concatenate(
                   trim(ws-prm-key(ws-cur-idx))
                   " is declared more than once")
                   to ws-decl-message
               move 0 to ws-decl-rc
           end-if

           exit paragraph.


       take-param-type.

           if ws-decl-token-none then
               move "a type must follow AS" to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           move ws-decl-token-upper to ws-prm-type(ws-cur-idx)

           evaluate true
               when ws-decl-token-upper = "INTEGER"
               when ws-decl-token-upper = "DECIMAL"
                   if ws-prm-name(ws-cur-idx)(ws-name-len:1) = "$"
                   then
                       move concatenate(
                           trim(ws-prm-name(ws-cur-idx))
                           " is a string name; "
                           trim(ws-decl-token-upper)
                           " needs a name without $")
                           to ws-decl-message
                       move 0 to ws-decl-rc
                   end-if

               when ws-decl-token-upper = "DATE"
               when ws-decl-token-upper = "STRING"
               when ws-decl-token-upper = "CODE"
                   if ws-prm-name(ws-cur-idx)(ws-name-len:1)
                       not = "$"
                   then
                       move concatenate(
                           trim(ws-prm-name(ws-cur-idx))
                           " is a numeric name; "
                           trim(ws-decl-token-upper)
                           " needs a name ending in $")
                           to ws-decl-message
                       move 0 to ws-decl-rc
                   end-if

               when other
                   move concatenate(
                       "unknown type " trim(ws-decl-token)
                       " (INTEGER, DECIMAL, DATE, STRING or CODE)")
                       to ws-decl-message
                   move 0 to ws-decl-rc
           end-evaluate

           if ws-decl-rc = 0 or not ws-prm-code(ws-cur-idx) then
               exit paragraph
           end-if

           perform next-declaration-token
           if ws-decl-token-none or ws-decl-token-quoted then
               move "CODE needs the code table's name"
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           move ws-decl-token-upper to ws-prm-table(ws-cur-idx)

           exit paragraph.


       take-param-option.

           if ws-decl-token-quoted then
               move concatenate(
                   "unexpected " '"' trim(ws-decl-token) '"')
                   to ws-decl-message
               move 0 to ws-decl-rc
               exit paragraph
           end-if

           evaluate ws-decl-token-upper
               when "REQUIRED"
                   set ws-need-said-required to true

               when "OPTIONAL"
                   set ws-need-said-optional to true

               when "DEFAULT"
                   perform next-declaration-token
                   if ws-decl-token-none then
                       move "DEFAULT needs a value"
                           to ws-decl-message
                       move 0 to ws-decl-rc
                   else
                       move ws-decl-token to ws-prm-default(ws-cur-idx)
                   end-if

               when "PROMPT"
                   perform next-declaration-token
                   if ws-decl-token-none then
                       move "PROMPT needs its text" to ws-decl-message
                       move 0 to ws-decl-rc
                   else
                       move ws-decl-token to ws-prm-prompt(ws-cur-idx)
                   end-if

               when other
                   move concatenate(
                       "unexpected " trim(ws-decl-token)
                       " (REQUIRED, OPTIONAL, DEFAULT or PROMPT)")
                       to ws-decl-message
                   move 0 to ws-decl-rc
           end-evaluate

           exit paragraph.


      *>   Required unless it says OPTIONAL or has a DEFAULT to fall
      *>   back on; REQUIRED with a DEFAULT contradicts itself.
       settle-declared-need.

           evaluate true
               when ws-need-said-required
                   and ws-prm-default(ws-cur-idx) not = spaces
                   move concatenate(
                       trim(ws-prm-name(ws-cur-idx))
                       " is REQUIRED but has a DEFAULT")
                       to ws-decl-message
                   move 0 to ws-decl-rc

               when ws-need-said-optional
               when ws-prm-default(ws-cur-idx) not = spaces
                   set ws-prm-optional(ws-cur-idx) to true

               when other
                   set ws-prm-required(ws-cur-idx) to true
           end-evaluate

           exit paragraph.


       start-declaration-walk.

           move 1 to ws-decl-pos
           compute ws-decl-len = length(trim(ws-decl-text trailing))
           end-compute

           exit paragraph.


      *>   The next word of the declaration, or the text between a
      *>   pair of double quotes.
       next-declaration-token.

           set ws-decl-token-none to true
           set ws-decl-token-plain to true
           move spaces to ws-decl-token
           move spaces to ws-decl-token-upper

           perform until ws-decl-pos > ws-decl-len
               or ws-decl-text(ws-decl-pos:1) not = space
               add 1 to ws-decl-pos
           end-perform

           if ws-decl-pos > ws-decl-len then
               exit paragraph
           end-if

           set ws-decl-token-found to true

           if ws-decl-text(ws-decl-pos:1) = '"' then
               set ws-decl-token-quoted to true
               add 1 to ws-decl-pos
               move ws-decl-pos to ws-decl-token-end
               perform until ws-decl-token-end > ws-decl-len
                   or ws-decl-text(ws-decl-token-end:1) = '"'
                   add 1 to ws-decl-token-end
               end-perform
               if ws-decl-token-end > ws-decl-pos then
                   move ws-decl-text(
                       ws-decl-pos:ws-decl-token-end - ws-decl-pos)
                       to ws-decl-token
               end-if
               compute ws-decl-pos = ws-decl-token-end + 1
           else
               move ws-decl-pos to ws-decl-token-end
               perform until ws-decl-token-end > ws-decl-len
                   or ws-decl-text(ws-decl-token-end:1) = space
                   add 1 to ws-decl-token-end
               end-perform
               move ws-decl-text(
                   ws-decl-pos:ws-decl-token-end - ws-decl-pos)
                   to ws-decl-token
               move ws-decl-token-end to ws-decl-pos
           end-if

           move upper-case(ws-decl-token) to ws-decl-token-upper

           exit paragraph.


      *>   The PARAM lines of a script file, for --help and the menu
      *>   shell (a trailing ' comment is dropped, as at load).
       load-script-declarations.

           perform reset-param-table
           set ws-script-not-found to true
           move 0 to ws-file-line-num

           open input fd-script-file

           if ws-script-status-ok then
               set ws-script-found to true
               set ls-not-eof to true
               perform until ls-eof
                   read fd-script-file into ls-script-line
                       at end set ls-eof to true
                       not at end
                           add 1 to ws-file-line-num
                           if upper-case(trim(ls-script-line))
                               (1:length(ws-param)) = ws-param
                           then
                               move trim(ls-script-line)
                                   to ws-decl-text
                               perform drop-line-comment
                               perform declare-param-statement
                               perform note-declaration-error
                           end-if
                   end-read
               end-perform
               close fd-script-file
           end-if

           exit paragraph.


       note-declaration-error.

           if ws-decl-rc = 1 then
               exit paragraph
           end-if

           add 1 to ws-load-errors

           if ws-show-decl-errors then
               display
                   "ERROR: PARAM at line " ws-file-line-num ": "
                   trim(ws-decl-message)
               end-display
           end-if

           exit paragraph.


       drop-line-comment.

           set ws-arg-not-in-quote to true
           compute ws-decl-len = length(trim(ws-decl-text trailing))
           end-compute

           perform varying ws-decl-pos from 1 by 1
           until ws-decl-pos > ws-decl-len
               evaluate true
                   when ws-decl-text(ws-decl-pos:1) = '"'
                       if ws-arg-in-quote then
                           set ws-arg-not-in-quote to true
                       else
                           set ws-arg-in-quote to true
                       end-if
                   when ws-decl-text(ws-decl-pos:1) = ws-comment-tic
                       and ws-arg-not-in-quote
                       move spaces to ws-decl-text(ws-decl-pos:)
                       exit perform
               end-evaluate
           end-perform

           exit paragraph.


      ******************************************************************
      * Arguments.
      ******************************************************************
       clear-supplied-values.

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               set ws-prm-not-supplied(ws-prm-idx) to true
               move spaces to ws-prm-value(ws-prm-idx)
           end-perform

           exit paragraph.


       start-argument-walk.

           move 1 to ws-arg-pos
           compute ws-arg-len = length(trim(ws-args-text trailing))
           end-compute

           exit paragraph.


      *>   The next space-separated argument; spaces inside double
      *>   quotes belong to the argument.
       next-argument-token.

           set ws-arg-token-none to true
           move spaces to ws-arg-token
           move 0 to ws-arg-token-len

           perform until ws-arg-pos > ws-arg-len
               or ws-args-text(ws-arg-pos:1) not = space
               add 1 to ws-arg-pos
           end-perform

           if ws-arg-pos > ws-arg-len then
               exit paragraph
           end-if

           set ws-arg-token-found to true
           set ws-arg-not-in-quote to true
           move ws-arg-pos to ws-arg-start

           perform until ws-arg-pos > ws-arg-len
               or (ws-args-text(ws-arg-pos:1) = space
                   and ws-arg-not-in-quote)
               if ws-args-text(ws-arg-pos:1) = '"' then
                   if ws-arg-in-quote then
                       set ws-arg-not-in-quote to true
                   else
                       set ws-arg-in-quote to true
                   end-if
               end-if
               add 1 to ws-arg-pos
           end-perform

           compute ws-arg-token-len = ws-arg-pos - ws-arg-start
           end-compute
           move ws-args-text(ws-arg-start:ws-arg-token-len)
               to ws-arg-token

           exit paragraph.


      *>   NAME=value split at the first =, the name without its $
      *>   looked up among the declarations.
       take-argument-key.

           move spaces to ws-arg-key
           move spaces to ws-arg-value
           move 0 to ws-found-prm-idx
           move 0 to ws-eq-pos

           inspect ws-arg-token(1:ws-arg-token-len)
               tallying ws-eq-pos for characters before initial "="

           if ws-eq-pos >= ws-arg-token-len or ws-eq-pos = 0 then
               move 0 to ws-eq-pos
               exit paragraph
           end-if

           move upper-case(ws-arg-token(1:ws-eq-pos)) to ws-arg-key
           compute ws-arg-key-len = length(trim(ws-arg-key))
           end-compute
           if ws-arg-key(ws-arg-key-len:1) = "$"
               and ws-arg-key-len > 1
           then
               move spaces to ws-arg-key(ws-arg-key-len:1)
           end-if

           if ws-eq-pos + 1 < ws-arg-token-len then
               move ws-arg-token(ws-eq-pos + 2:) to ws-arg-value
           end-if

           compute ws-arg-value-len =
               length(trim(ws-arg-value trailing))
           end-compute
           if ws-arg-value-len > 1
               and ws-arg-value(1:1) = '"'
               and ws-arg-value(ws-arg-value-len:1) = '"'
           then
               move ws-arg-value(2:ws-arg-value-len - 2)
                   to ws-arg-value
           end-if

           perform find-param-by-key

           exit paragraph.


       find-param-by-key.

           move 0 to ws-found-prm-idx
           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               if ws-prm-key(ws-prm-idx) = ws-arg-key then
                   move ws-prm-idx to ws-found-prm-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       bind-one-argument.

           perform take-argument-key

           evaluate true
               when ws-eq-pos = 0
                   display
                       "ERROR: Argument " trim(ws-arg-token)
                       " is not in NAME=value form; this script "
                       "declares its parameters by name."
                   end-display
                   add 1 to ws-bind-errors

               when ws-found-prm-idx = 0
                   display
                       "ERROR: " trim(ws-arg-key)
                       " is not a parameter this script declares."
                   end-display
                   add 1 to ws-bind-errors

               when ws-prm-supplied(ws-found-prm-idx)
                   display
                       "ERROR: Parameter " trim(ws-arg-key)
                       " is given more than once."
                   end-display
                   add 1 to ws-bind-errors

               when other
                   set ws-prm-supplied(ws-found-prm-idx) to true
                   move ws-arg-value to ws-prm-value(ws-found-prm-idx)
           end-evaluate

           exit paragraph.


      *>   A value not given falls back to its default; a required
      *>   one with none is refused; whatever results is checked.
       settle-one-param.

           if ws-prm-value(ws-found-prm-idx) = spaces then
               if ws-prm-default(ws-found-prm-idx) not = spaces then
                   move ws-prm-default(ws-found-prm-idx)
                       to ws-prm-value(ws-found-prm-idx)
               else
                   if ws-prm-required(ws-found-prm-idx) then
                       display
                           "ERROR: Required parameter "
                           trim(ws-prm-key(ws-found-prm-idx))
                           " (" trim(ws-prm-prompt(ws-found-prm-idx))
                           ") is missing."
                       end-display
                       add 1 to ws-bind-errors
                   end-if
                   exit paragraph
               end-if
           end-if

           move ws-prm-value(ws-found-prm-idx) to ws-check-value
           perform resolve-special-value
           move ws-check-value to ws-prm-value(ws-found-prm-idx)

           perform check-param-value

           if ws-check-rc = 0 then
               display
                   "ERROR: Parameter "
                   trim(ws-prm-key(ws-found-prm-idx)) ": "
                   trim(ws-check-message)
               end-display
               add 1 to ws-bind-errors
           end-if

           exit paragraph.


      *>   TODAY for a DATE is the processing date (--asof aware);
      *>   codes are compared in upper case.
       resolve-special-value.

           evaluate true
               when ws-prm-date(ws-found-prm-idx)
                   and upper-case(trim(ws-check-value)) = "TODAY"
                   call "get-processing-date" using
                       ws-processing-date
                       ws-asof-active-sw
                   end-call
                   move ws-processing-date to ws-check-value

               when ws-prm-code(ws-found-prm-idx)
                   move upper-case(ws-check-value) to ws-check-value
           end-evaluate

           exit paragraph.


      *>   Return code 1 when ws-check-value suits the parameter's
      *>   type, 0 with the reason in ws-check-message.
       check-param-value.

           move 1 to ws-check-rc
           move spaces to ws-check-message

           evaluate true
               when ws-prm-integer(ws-found-prm-idx)
                   move 0 to ws-dot-count
                   inspect ws-check-value
                       tallying ws-dot-count for all "."
                   if trim(ws-check-value) = spaces
                       or test-numval(trim(ws-check-value)) not = 0
                       or ws-dot-count > 0
                   then
                       move concatenate(
                           trim(ws-check-value)
                           " is not a whole number")
                           to ws-check-message
                       move 0 to ws-check-rc
                   end-if

               when ws-prm-decimal(ws-found-prm-idx)
                   if trim(ws-check-value) = spaces
                       or test-numval(trim(ws-check-value)) not = 0
                   then
                       move concatenate(
                           trim(ws-check-value) " is not a number")
                           to ws-check-message
                       move 0 to ws-check-rc
                   end-if

               when ws-prm-date(ws-found-prm-idx)
                   if length(trim(ws-check-value)) not = 8
                       or ws-check-value(1:8) is not numeric
                   then
                       move 0 to ws-check-rc
                   else
                       if test-date-yyyymmdd(
                           numval(ws-check-value(1:8))) not = 0
                       then
                           move 0 to ws-check-rc
                       end-if
                   end-if
                   if ws-check-rc = 0 then
                       move concatenate(
                           trim(ws-check-value)
                           " is not a valid YYYYMMDD date")
                           to ws-check-message
                   end-if

               when ws-prm-code(ws-found-prm-idx)
                   move ws-prm-table(ws-found-prm-idx)
                       to ws-code-table
                   move trim(ws-check-value) to ws-code-value
                   call "codetable-has-code" using
                       ws-code-table
                       ws-code-value
                       ws-code-rc
                   end-call
                   evaluate ws-code-rc
                       when 1
                           continue
                       when 2
                           move concatenate(
                               "code table " trim(ws-code-table)
                               " is not declared (codetable= in "
                               "cbi.cfg)")
                               to ws-check-message
                           move 0 to ws-check-rc
                       when other
                           move concatenate(
                               trim(ws-check-value)
                               " is not a code in table "
                               trim(ws-code-table))
                               to ws-check-message
                           move 0 to ws-check-rc
                   end-evaluate

               when ws-prm-string(ws-found-prm-idx)
                   move 0 to ws-quote-count
                   inspect ws-check-value
                       tallying ws-quote-count for all '"'
                   if ws-quote-count > 0 then
                       move "a value may not contain a double quote"
                           to ws-check-message
                       move 0 to ws-check-rc
                   end-if
           end-evaluate

           exit paragraph.


      *>   Numbers are normalized before they are assigned, so +07
      *>   and 1,250.00 land as 7 and 1250.
       assign-param-variable.

           move spaces to ws-assign-var-str

           evaluate true
               when ws-prm-integer(ws-found-prm-idx)
                   move 0 to ws-int-value
                   if ws-prm-value(ws-found-prm-idx) not = spaces then
                       compute ws-int-value =
                           numval(ws-prm-value(ws-found-prm-idx))
                       end-compute
                   end-if
                   move ws-int-value to ws-int-disp
                   move concatenate(
                       trim(ws-prm-name(ws-found-prm-idx))
                       " = " trim(ws-int-disp))
                       to ws-assign-var-str

      *>       A DECIMAL keeps its fraction: the variable is
      *>       declared at the widest scale before the value lands.
               when ws-prm-decimal(ws-found-prm-idx)
                   move 0 to ws-scratch-num-vars
                   move concatenate(
                       ws-dim trim(ws-prm-name(ws-found-prm-idx))
                       " AS DECIMAL(18,6)")
                       to ws-dim-text
                   call "allocate-var" using
                       ws-dim-text
                       ws-scratch-variable-table
                       ws-scratch-max-variables
                       ws-allocate-rc
                   end-call
                   move 0 to ws-dec-value
                   if ws-prm-value(ws-found-prm-idx) not = spaces then
                       compute ws-dec-value =
                           numval(ws-prm-value(ws-found-prm-idx))
                       end-compute
                   end-if
                   move ws-dec-value to ws-dec-disp
                   move concatenate(
                       trim(ws-prm-name(ws-found-prm-idx))
                       " = " trim(ws-dec-disp))
                       to ws-assign-var-str

               when other
                   move concatenate(
                       trim(ws-prm-name(ws-found-prm-idx))
                       ' = "' trim(ws-prm-value(ws-found-prm-idx))
                       '"')
                       to ws-assign-var-str
           end-evaluate

           call "assign-var" using
               ws-assign-var-str
               ws-scratch-variable-table
           end-call

           call "logger" using concatenate(
               "SCRIPT-PARAMS :: " trim(ws-assign-var-str))
           end-call

           exit paragraph.


      ******************************************************************
      * --help listing.
      ******************************************************************
       show-one-param.

           move ws-prm-key(ws-prm-idx) to ws-hl-name

           if ws-prm-code(ws-prm-idx) then
               move concatenate(
                   trim(ws-prm-type(ws-prm-idx)) " "
                   trim(ws-prm-table(ws-prm-idx)))
                   to ws-hl-type
           else
               move ws-prm-type(ws-prm-idx) to ws-hl-type
           end-if

           if ws-prm-required(ws-prm-idx) then
               move "required" to ws-hl-need
           else
               move "optional" to ws-hl-need
           end-if

           move ws-prm-default(ws-prm-idx) to ws-hl-default
           move ws-prm-prompt(ws-prm-idx) to ws-hl-prompt

           display trim(ws-help-line trailing)

           exit paragraph.


      ******************************************************************
      * Menu prompting.
      ******************************************************************

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


      *>   One form field per required parameter the menu line left
      *>   out, a line apart, labeled with its prompt.
       build-prompt-form.

           move 0 to ws-form-count

           perform varying ws-prm-idx from 1 by 1
           until ws-prm-idx > ws-num-params
               if ws-prm-required(ws-prm-idx)
                   and ws-prm-not-supplied(ws-prm-idx)
               then
                   if ws-form-count = 0 then
                       call "begin-form-def" using ws-form-name
                       end-call
                   end-if
                   add 1 to ws-form-count
                   move ws-prm-idx to ws-form-map(ws-form-count)

                   initialize ws-form-field-def
                   move ws-prm-prompt(ws-prm-idx) to ws-field-label
                   compute ws-field-row = ws-form-count * 2
                   end-compute
                   move 2 to ws-field-col
                   move ws-prm-name(ws-prm-idx) to ws-field-var

                   evaluate true
                       when ws-prm-integer(ws-prm-idx)
                           move 12 to ws-field-len
                           move "INTEGER" to ws-field-type
                       when ws-prm-decimal(ws-prm-idx)
                           move 16 to ws-field-len
                           move "DECIMAL" to ws-field-type
                       when ws-prm-date(ws-prm-idx)
                           move 8 to ws-field-len
                           move "DATE" to ws-field-type
                       when ws-prm-code(ws-prm-idx)
                           move 16 to ws-field-len
                           move "STRING" to ws-field-type
                       when other
                           move 40 to ws-field-len
                           move "STRING" to ws-field-type
                   end-evaluate

                   call "add-form-field" using ws-form-field-def
                   end-call
               end-if
           end-perform

           exit paragraph.


       check-prompted-values.

           move 0 to ws-bind-errors

           perform varying ws-form-idx from 1 by 1
           until ws-form-idx > ws-form-count

               move ws-form-map(ws-form-idx) to ws-found-prm-idx
               move ws-form-value(ws-form-idx) to ws-check-value

               if ws-check-value = spaces then
                   display
                       "Parameter "
                       trim(ws-prm-key(ws-found-prm-idx))
                       " (" trim(ws-prm-prompt(ws-found-prm-idx))
                       ") is required."
                   end-display
                   add 1 to ws-bind-errors
               else
                   perform resolve-special-value
                   move ws-check-value to ws-form-value(ws-form-idx)
                   perform check-param-value
                   if ws-check-rc = 0 then
                       display
                           "Parameter "
                           trim(ws-prm-key(ws-found-prm-idx)) ": "
                           trim(ws-check-message)
                       end-display
                       add 1 to ws-bind-errors
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   NAME=value on the launch command; a value with spaces is
      *>   quoted for the shell and for the binding both.
       append-launch-argument.

           move ws-form-map(ws-form-idx) to ws-found-prm-idx
           move ws-form-value(ws-form-idx) to ws-check-value

           move 0 to ws-quote-count
           compute ws-arg-value-len =
               length(trim(ws-check-value trailing))
           end-compute
           inspect ws-check-value(1:ws-arg-value-len)
               tallying ws-quote-count for all space

           if ws-quote-count > 0 then
               string
                   " '" trim(ws-prm-key(ws-found-prm-idx))
                   '="' trim(ws-check-value) '"' "'"
                   delimited by size
                   into l-launch-command
                   with pointer ws-launch-pointer
                   on overflow
                       set ws-launch-overflow to true
               end-string
           else
               string
                   " " trim(ws-prm-key(ws-found-prm-idx))
                   "=" trim(ws-check-value)
                   delimited by size
                   into l-launch-command
                   with pointer ws-launch-pointer
                   on overflow
                       set ws-launch-overflow to true
               end-string
           end-if

           exit paragraph.

       end program script-params.
