      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Application menu shell behind cbi --menu <file>, so
      *          operators stop launching scripts (including the
      *          payment reversal) from a raw shell prompt. The
      *          operator signs on against the accounts file
      *          (CBI_OPER_ACCOUNTS, cbi_operators.dat when unset;
      *          id|password|role lines, password entry masked; a
      *          password of vault:<name> is held in the credential
      *          vault instead);
      *          the menu file is one item per line:
      *            label|script and arguments|roles[|DUAL]
      *          with roles a /-separated list ("*" = everyone).
      *          An item marked DUAL, or whose script declares DUAL
      *          CONTROL, is parked for a checker's approval instead
      *          of launched (see dual_control.cbl); operators whose
      *          role is among checker-roles= get an A choice to
      *          review, approve or reject other operators' parked
      *          runs, and an approved run launches from there.
      *          Only the items the operator's role allows are
      *          shown; a selection launches the script as a child
      *          cbi run with CBI_OPERATOR set, so the audit
      *          journal's context finally says who, and every
      *          launch is logged with the operator id. Three
      *          failed sign-ons end the session. The same accounts
      *          and role lists guard the HTTP service (--serve)
      *          through the menu-operator-role and menu-role-allowed
      *          entries. Sign-ons, failed sign-ons and launches also
      *          go to syslog forwarding (SIGNON, SIGNON-FAIL and
      *          LAUNCH events). An item whose script declares
      *          PARAMs has the required values its line leaves out
      *          asked for on a form (see script_params.cbl) and
      *          appended to the command as NAME=value.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               10  ws-item-roles         pic x(64).
               10  ws-item-shown-sw      pic a.
                   88  ws-item-shown     value 'Y'.
               10  ws-item-dual-sw       pic a.
                   88  ws-item-dual      value 'Y'.

       01  ws-item-idx                   pic 9(4) comp.
       01  ws-shown-count                pic 9(4) comp value 0.
           88  ws-signed-on              value 'Y'.
           88  ws-not-signed-on          value 'N'.

       01  ws-roles-list                 pic x(64).
       01  ws-roles-scan                 pic x(68).
       01  ws-role-token                 pic x(16).
       01  ws-roles-pointer              pic 9(4) comp.
       01  ws-reply                      pic x(8).
       01  ws-selection                  pic 9(4).
       01  ws-shell-command              pic x(300).
       01  ws-launch-command             pic x(256) value spaces.
       01  ws-params-rc                  pic 9 value 1.
       01  ws-launch-status              pic s9(9) comp.
       01  ws-status-disp                pic -(8)9.

       01  ws-signon-kind                pic x(16) value "SIGNON".
       01  ws-signon-fail-kind           pic x(16)
                                         value "SIGNON-FAIL".
       01  ws-launch-kind                pic x(16) value "LAUNCH".

      *>   Maker/checker: who may approve parked runs, and the run
      *>   being parked or released.
       78  ws-dual-flag                  value "DUAL".
       01  ws-checker-roles              pic x(64) value spaces.
       01  ws-checker-sw                 pic a value 'N'.
           88  ws-is-checker             value 'Y'.
           88  ws-not-checker            value 'N'.
       01  ws-pending-count              pic 9(4) value 0.
       01  ws-pending-disp               pic zzz9.
       01  ws-request-id                 pic x(16) value spaces.
       01  ws-maker-id                   pic x(16) value spaces.
       01  ws-approved-label             pic x(48) value spaces.
       01  ws-approved-command           pic x(256) value spaces.

       01  ws-session-done-sw            pic a value 'N'.
           88  ws-session-done           value 'Y'.
           88  ws-session-open           value 'N'.
       01  ls-col-1                      pic x(256).
       01  ls-col-2                      pic x(256).
       01  ls-col-3                      pic x(64).
       01  ls-col-4                      pic x(16).
       01  ls-vault-rc                   pic 9 value 0.

       01  ls-match-found-sw             pic a value 'N'.
           88  ls-match-found            value 'Y'.

       01  l-menu-file-name              pic x(1024).

       01  l-operator-id                 pic x(16).
       01  l-operator-password           pic x(32).
       01  l-operator-role               pic x(16).
       01  l-roles-list                  pic x(64).
       01  l-role-allowed-sw             pic a.

       procedure division using l-menu-file-name.

       main-procedure.
      *>   audit journals carry the operator id.
           set environment "CBI_OPERATOR" to ws-operator-id

           perform resolve-checker-role

           call "logger" using concatenate(
               "MENU-SHELL :: Operator " trim(ws-operator-id)
               " (" trim(ws-operator-role) ") signed on.")
           end-call

           call "syslog-event" using concatenate(
               "Operator " trim(ws-operator-id)
               " (" trim(ws-operator-role) ") signed on to menu "
               trim(ws-menu-file-name))
               ws-signon-kind
           end-call

           set ws-session-open to true

           perform run-menu-round until ws-session-done
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point checking an id and password against the
      *          operator accounts file without a terminal. Returns
      *          the upper-cased id and the operator's role, or a
      *          role of spaces when they are not recognized.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "menu-operator-role" using
           l-operator-id l-operator-password l-operator-role.

           move l-operator-id to ws-operator-id
           move l-operator-password to ws-entered-password
           move spaces to ws-operator-role
           set ws-not-signed-on to true

           perform check-operator-account

           move spaces to l-operator-role
           if ws-signed-on then
               move ws-operator-id to l-operator-id
               move ws-operator-role to l-operator-role
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point testing a /-separated role list ("*" or
      *          blank = everyone) against one role: 'Y' or 'N'.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "menu-role-allowed" using
           l-roles-list l-operator-role l-role-allowed-sw.

           move l-roles-list to ws-roles-list
           move l-operator-role to ws-operator-role

           perform check-role-list

           move ws-role-allowed-sw to l-role-allowed-sw

           goback.


       operator-sign-on.

           perform varying ws-signon-try from 1 by 1
                       "id " trim(ws-operator-id))
                       "WARN"
                   end-call
                   call "syslog-event" using concatenate(
                       "Failed sign-on for id " trim(ws-operator-id)
                       " to menu " trim(ws-menu-file-name))
                       ws-signon-fail-kind
                   end-call
               end-if
           end-perform

               into ls-col-1 ls-col-2 ls-col-3
           end-unstring

      *>   A vault-held password that cannot be had never matches --
      *>   a blank entry must not sign anyone on.
           if upper-case(trim(ls-col-1))
               = upper-case(trim(ws-operator-id))
           then
               call "vault-resolve-reference" using
                   ls-col-2 ls-vault-rc
               end-call
               if ls-vault-rc = 2 then
                   exit paragraph
               end-if
           end-if

           if upper-case(trim(ls-col-1))
               = upper-case(trim(ws-operator-id))
               and trim(ls-col-2) = trim(ws-entered-password)
                   move 'Y' to ws-item-shown-sw(ws-item-idx)
                   add 1 to ws-shown-count
                   move ws-item-idx to ws-item-number-disp
                   if ws-item-dual(ws-item-idx) then
                       display
                           "  " ws-item-number-disp "  "
                           trim(ws-item-label(ws-item-idx))
                           "  [dual control]"
                       end-display
                   else
                       display
                           "  " ws-item-number-disp "  "
                           trim(ws-item-label(ws-item-idx))
                       end-display
                   end-if
               else
                   move 'N' to ws-item-shown-sw(ws-item-idx)
               end-if
               end-display
           end-if

           if ws-is-checker then
               call "dual-control-pending" using
                   ws-operator-id ws-pending-count
               end-call
               move ws-pending-count to ws-pending-disp
               display
                   "   A  Approvals pending ("
                   trim(ws-pending-disp) ")"
               end-display
           end-if

           display " "
           display "Select item number, or Q to quit: "
               with no advancing
               exit paragraph
           end-if

           if upper-case(trim(ws-reply)) = "A" and ws-is-checker then
               perform review-approvals
               exit paragraph
           end-if

           if test-numval(trim(ws-reply)) not = 0 then
               display "Not a menu item."
               exit paragraph

       launch-menu-item.

      *>   A script that declares PARAMs gets the required values
      *>   its menu line leaves out from the operator, on a form,
      *>   before it is launched or parked.
           move spaces to ws-launch-command
           call "script-params-prompt" using
               ws-item-command(ws-item-idx)
               ws-launch-command
               ws-params-rc
           end-call

           if ws-params-rc = 0 then
               display
                   trim(ws-item-label(ws-item-idx))
                   " not launched: parameters not supplied."
               end-display
               call "logger" using concatenate(
                   "MENU-SHELL :: Operator " trim(ws-operator-id)
                   " abandoned the parameters of "
                   trim(ws-item-label(ws-item-idx)))
               end-call
               exit paragraph
           end-if

           if ws-item-dual(ws-item-idx) then
               perform park-dual-control-item
               exit paragraph
           end-if

           display
               "Launching "
               trim(ws-item-label(ws-item-idx)) " ..."
               " launched "
               trim(ws-item-label(ws-item-idx))
               " -> cbi "
               trim(ws-launch-command))
           end-call

           call "syslog-event" using concatenate(
               "Operator " trim(ws-operator-id) " launched "
               trim(ws-item-label(ws-item-idx))
               " -> cbi "
               trim(ws-launch-command))
               ws-launch-kind
           end-call

           move spaces to ws-shell-command
           string
               "cbi "
               trim(ws-launch-command)
               delimited by size
               into ws-shell-command
           end-string
           exit paragraph.


      *>   A dual-control item is not launched by its maker: it is
      *>   parked, arguments and all, for a checker.
       park-dual-control-item.

           move spaces to ws-request-id
           call "dual-control" using
               ws-operator-id
               ws-item-label(ws-item-idx)
               ws-launch-command
               ws-request-id
           end-call

           display
               trim(ws-item-label(ws-item-idx))
               " is under dual control: parked for a checker's "
               "approval as request " trim(ws-request-id) "."
           end-display

           call "logger" using concatenate(
               "MENU-SHELL :: Operator " trim(ws-operator-id)
               " parked " trim(ws-item-label(ws-item-idx))
               " for approval as request " trim(ws-request-id))
           end-call

           exit paragraph.


      *>   The checker's review; an approved run launches here with
      *>   the maker as operator and the checker as approver, and
      *>   its outcome is recorded against the request.
       review-approvals.

           move spaces to ws-request-id
           call "dual-control-review" using
               ws-operator-id
               ws-request-id
               ws-maker-id
               ws-approved-label
               ws-approved-command
           end-call

           if ws-request-id = spaces then
               exit paragraph
           end-if

           display
               "Launching " trim(ws-approved-label)
               " for " trim(ws-maker-id) " ..."
           end-display

           call "syslog-event" using concatenate(
               "Operator " trim(ws-operator-id) " released "
               trim(ws-approved-label) " for "
               trim(ws-maker-id) " -> cbi "
               trim(ws-approved-command))
               ws-launch-kind
           end-call

           set environment "CBI_OPERATOR" to ws-maker-id
           set environment "CBI_APPROVER" to ws-operator-id
           set environment "CBI_APPROVAL_ID" to ws-request-id

           move spaces to ws-shell-command
           string
               "cbi " trim(ws-approved-command)
               delimited by size
               into ws-shell-command
           end-string

           call "SYSTEM" using ws-shell-command
           end-call

           move return-code to ws-launch-status
           move ws-launch-status to ws-status-disp

           set environment "CBI_OPERATOR" to ws-operator-id
           set environment "CBI_APPROVER" to spaces
           set environment "CBI_APPROVAL_ID" to spaces

           call "dual-control-executed" using
               ws-request-id ws-launch-status
           end-call

           display
               trim(ws-approved-label)
               " ended with status " trim(ws-status-disp)
           end-display

           call "logger" using concatenate(
               "MENU-SHELL :: " trim(ws-approved-label)
               " (request " trim(ws-request-id) ", maker "
               trim(ws-maker-id) ", checker " trim(ws-operator-id)
               ") ended with status " trim(ws-status-disp))
           end-call

           exit paragraph.


      *>   Whether the signed-on operator may approve parked runs
      *>   (checker-roles=, CHECKER when unset).
       resolve-checker-role.

           move spaces to ws-checker-roles
           accept ws-checker-roles
               from environment "CBI_CHECKER_ROLES"
           end-accept
           if ws-checker-roles = spaces then
               move "CHECKER" to ws-checker-roles
           end-if

           move upper-case(ws-checker-roles) to ws-roles-list
           perform check-role-list

           if ws-role-allowed then
               set ws-is-checker to true
           else
               set ws-not-checker to true
           end-if

           exit paragraph.


      *>   The item's /-separated role list against the operator's
      *>   role; * opens the item to everyone.
       check-item-authorization.

           move ws-item-roles(ws-item-idx) to ws-roles-list
           perform check-role-list

           exit paragraph.


       check-role-list.

           set ws-role-not-allowed to true

           if trim(ws-roles-list) = "*"
               or trim(ws-roles-list) = spaces
           then
               set ws-role-allowed to true
               exit paragraph

           move spaces to ws-roles-scan
           string
               trim(ws-roles-list) "/"
               delimited by size
               into ws-roles-scan
           end-string
           move spaces to ls-col-1
           move spaces to ls-col-2
           move spaces to ls-col-3
           move spaces to ls-col-4

           unstring ls-file-line
               delimited by "|"
               into ls-col-1 ls-col-2 ls-col-3 ls-col-4
           end-unstring

           if trim(ls-col-1) = spaces
           move upper-case(trim(ls-col-3))
               to ws-item-roles(ws-num-menu-items)

      *>   Dual control by the menu line, or by the script's own
      *>   DUAL CONTROL declaration.
           move 'N' to ws-item-dual-sw(ws-num-menu-items)
           if upper-case(trim(ls-col-4)) = ws-dual-flag then
               move 'Y' to ws-item-dual-sw(ws-num-menu-items)
           else
               call "dual-control-flagged" using
                   ws-item-command(ws-num-menu-items)
                   ws-item-dual-sw(ws-num-menu-items)
               end-call
           end-if

           exit paragraph.

       end program menu-shell.
