      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Encrypted credential vault, so transfer passwords
      *          and operator passwords stop sitting in cbi.cfg and
      *          cbi_operators.dat in clear text. Maintained from the
      *          cbi command line:
      *            cbi --vault list
      *            cbi --vault add <name>
      *            cbi --vault rotate <name>
      *            cbi --vault remove <name>
      *          add and rotate prompt for the value with the entry
      *          hidden; list shows names and dates, never values.
      *          The vault (vault-file in cbi.cfg via CBI_VAULT_FILE,
      *          cbi.vault when unset) is encrypted under the site
      *          key (site-key-file, the key ENCRYPTED files use)
      *          with openssl, and read and written through a named
      *          pipe so the clear text never lands on disk. A save
      *          goes to <vault>.new and replaces the vault only once
      *          openssl reports success. Clear-text lines are
      *            name|created|rotated|value
      *          Names are upper-cased. Scripts read an entry with
      *          GETSECRET$("name"); settings that take credentials
      *          (net-user, net-password, operator account passwords)
      *          may name an entry as vault:<name> instead of holding
      *          the value. Every value handed out is registered with
      *          pii-mask, which keeps it out of the log, the trace
      *          echo, post-mortem dumps and the debugger display.
      *          State is kept in working-storage so the vault is
      *          decrypted once per run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. secrets-vault.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
      *>       The named pipe openssl decrypts into or encrypts from.
               select optional fd-vault-pipe
               assign to dynamic ws-vault-pipe-name
               organization is line sequential
               file status is ws-vault-pipe-status.

      *>       The exit status openssl leaves behind when it ends.
               select optional fd-vault-done
               assign to dynamic ws-vault-done-name
               organization is line sequential
               file status is ws-vault-done-status.

       data division.

       file section.

       fd  fd-vault-pipe.
       01  f-vault-pipe-line             pic x(512).

       fd  fd-vault-done.
       01  f-vault-done-line             pic x(16).

       working-storage section.

       78  ws-max-vault-entries          value 100.
       78  ws-vault-ref-prefix           value "vault:".
       78  ws-err-secret-missing         value 78.

       01  ws-vault-file-name            pic x(1024) value spaces.
       01  ws-vault-new-name             pic x(1024) value spaces.
       01  ws-site-key-file              pic x(1024) value spaces.
       01  ws-vault-file-info            pic x(16).

       01  ws-vault-pipe-name            pic x(80) value spaces.
       01  ws-vault-pipe-status          pic xx.
           88  ws-vault-pipe-status-ok   value "00".
       01  ws-vault-done-name            pic x(80) value spaces.
       01  ws-vault-done-status          pic xx.
           88  ws-vault-done-status-ok   value "00".

       01  ws-vault-shell-command        pic x(4096).
       01  ws-vault-encrypt-words        pic x(1200).
       01  ws-vault-decrypt-words        pic x(1200).
       01  ws-vault-exit-text            pic x(16).
       01  ws-vault-wait-idx             pic 9(4) comp.
       01  ws-vault-sleep-nanos          pic 9(18) comp
                                         value 100000000.

       01  ws-vault-date-record.
           05  ws-vault-pipe-stamp       pic x(16).
           05  filler                    pic x(5).
       01  ws-vault-now-record.
           05  ws-now-year               pic 9(4).
           05  ws-now-month              pic 99.
           05  ws-now-day                pic 99.
           05  ws-now-hour               pic 99.
           05  ws-now-min                pic 99.
           05  ws-now-sec                pic 99.
           05  filler                    pic x(7).
       01  ws-vault-now-text             pic x(19).

       01  ws-settings-sw                pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

       01  ws-vault-loaded-sw            pic a value 'N'.
           88  ws-vault-loaded           value 'Y'.
           88  ws-vault-not-loaded       value 'N'.

       01  ws-vault-result-sw            pic a value 'Y'.
           88  ws-vault-ok               value 'Y'.
           88  ws-vault-failed           value 'N'.

       01  ws-vault-table.
           05  ws-num-vault-entries      pic 9(4) comp value 0.
           05  ws-vault-entry            occurs 100 times.
               10  ws-ve-name            pic x(64).
               10  ws-ve-created         pic x(19).
               10  ws-ve-rotated         pic x(19).
               10  ws-ve-value           pic x(256).

       01  ws-ve-idx                     pic 9(4) comp.
       01  ws-ve-found-idx               pic 9(4) comp value 0.
       01  ws-ve-move-idx                pic 9(4) comp.
       01  ws-vault-count-disp           pic z(3)9.

       01  ws-secret-name                pic x(64).
       01  ws-entered-value              pic x(256).
       01  ws-confirm-value              pic x(256).
       01  ws-list-line                  pic x(128).

       01  ws-line-pointer               pic 9(4) comp.
       01  ws-raise-error-code           pic 9(4).
       01  ws-register-rc                pic 9 value 0.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-vault-line                 pic x(512).

       linkage section.

       01  l-action-word                 pic x(16).
       01  l-secret-name                 pic x(64).
       01  l-secret-value                pic x(256).
       01  l-reference-value             pic x(256).
       01  l-return-code                 pic 9.

       procedure division using l-action-word l-secret-name.

       main-procedure.

           perform resolve-vault-settings

           move upper-case(trim(l-secret-name)) to ws-secret-name

           evaluate lower-case(trim(l-action-word))
               when "list"
                   perform load-vault
                   if ws-vault-ok then
                       perform list-vault-entries
                   end-if

               when "add"
               when "rotate"
               when "remove"
                   if ws-secret-name = spaces then
                       display
                           "ERROR: No vault entry name given."
                       end-display
                       goback
                   end-if
                   move 0 to ws-line-pointer
                   inspect ws-secret-name
                       tallying ws-line-pointer for all "|"
                   if ws-line-pointer > 0 then
                       display
                           "ERROR: A vault entry name cannot "
                           "contain |."
                       end-display
                       goback
                   end-if
                   perform load-vault
                   if ws-vault-ok then
                       perform find-vault-entry
                       evaluate lower-case(trim(l-action-word))
                           when "add"
                               perform add-vault-entry
                           when "rotate"
                               perform rotate-vault-entry
                           when "remove"
                               perform remove-vault-entry
                       end-evaluate
                   end-if

               when other
                   display
                       "Usage: cbi --vault list|add|rotate|remove "
                       "[name]"
                   end-display
           end-evaluate

      *>   The exit status tells a calling job whether it took.
           if ws-vault-ok then
               move 0 to return-code
           else
               move 1 to return-code
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point returning one vault entry's value by
      *          name (return code 1), or spaces and 0 when the
      *          vault has no such entry or cannot be read. The
      *          value is registered with pii-mask before it is
      *          handed back.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "vault-get-secret" using
           l-secret-name l-secret-value l-return-code.

           perform fetch-named-secret

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point resolving a setting that may name a
      *          vault entry. A value of vault:<name> is replaced in
      *          place by the entry's value (return code 1); an
      *          entry that cannot be had leaves spaces (return code
      *          2) so the caller can refuse rather than go on with
      *          a blank credential. Any other value is left alone
      *          (return code 0).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "vault-resolve-reference" using
           l-reference-value l-return-code.

           move 0 to l-return-code

           if lower-case(l-reference-value(
               1:length(ws-vault-ref-prefix)))
               not = ws-vault-ref-prefix
           then
               goback
           end-if

           perform resolve-vault-settings

           if ws-vault-not-loaded then
               perform load-vault
           end-if

           move upper-case(trim(l-reference-value(
               length(ws-vault-ref-prefix) + 1:)))
               to ws-secret-name
           move spaces to l-reference-value
           perform find-vault-entry

           if ws-ve-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : setting names vault entry "
                   trim(ws-secret-name) " and the vault has none")
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Vault entry not available: "
                   trim(ws-secret-name))
               end-call
               move 2 to l-return-code
               goback
           end-if

           move ws-ve-value(ws-ve-found-idx) to l-reference-value
           call "register-secret" using
               l-reference-value ws-register-rc
           end-call
           if ws-register-rc = 0 then
               perform report-unprotected-secret
               move spaces to l-reference-value
               move 2 to l-return-code
               goback
           end-if
           move 1 to l-return-code

           call "logger" using concatenate(
               "VAULT :: Resolved setting from entry "
               trim(ws-secret-name))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point behind GETSECRET$(): raises trappable
      *          error 78 when the entry cannot be had -- missing,
      *          or not registered for redaction -- so a script
      *          never goes on with a blank credential unawares.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "vault-require-secret" using
           l-secret-name l-secret-value l-return-code.

           perform fetch-named-secret

           if l-return-code = 0 then
               call "error-surface" using concatenate(
                   "Vault entry not available: "
                   upper-case(trim(l-secret-name)))
               end-call
               move ws-err-secret-missing to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
           end-if

           goback.


       fetch-named-secret.

           move 0 to l-return-code
           move spaces to l-secret-value

           perform resolve-vault-settings

           if ws-vault-not-loaded then
               perform load-vault
           end-if

           move upper-case(trim(l-secret-name)) to ws-secret-name
           perform find-vault-entry

           if ws-ve-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "VAULT :: WARN : no vault entry named "
                   trim(ws-secret-name))
                   "WARN"
               end-call
               exit paragraph
           end-if

           move ws-ve-value(ws-ve-found-idx) to l-secret-value
           call "register-secret" using l-secret-value ws-register-rc
           end-call
           if ws-register-rc = 0 then
               perform report-unprotected-secret
               move spaces to l-secret-value
               exit paragraph
           end-if
           move 1 to l-return-code

           call "logger" using concatenate(
               "VAULT :: Handed out entry " trim(ws-secret-name))
           end-call

           exit paragraph.


      *>   A value pii-mask could not register would show in the
      *>   log, trace and dumps, so it is never handed out.
       report-unprotected-secret.

           call "logger-leveled" using concatenate(
               "VAULT :: ERROR : entry " trim(ws-secret-name)
               " cannot be registered for redaction (secret table "
               "full); not handed out")
               "ERROR"
           end-call
           call "error-surface" using concatenate(
               "Vault entry not protected from the log: "
               trim(ws-secret-name))
           end-call

           exit paragraph.


      *>   The vault file and the site key, read once.
       resolve-vault-settings.

           if ws-settings-resolved then
               exit paragraph
           end-if
           set ws-settings-resolved to true

           move spaces to ws-vault-file-name
           accept ws-vault-file-name
               from environment "CBI_VAULT_FILE"
           end-accept
           if ws-vault-file-name = spaces then
               move "cbi.vault" to ws-vault-file-name
           end-if

           move spaces to ws-vault-new-name
           string
               trim(ws-vault-file-name) ".new"
               delimited by size
               into ws-vault-new-name
           end-string

           move spaces to ws-site-key-file
           accept ws-site-key-file
               from environment "CBI_SITE_KEY_FILE"
           end-accept

           move spaces to ws-vault-encrypt-words
               ws-vault-decrypt-words
           string
               "openssl enc -e -aes-256-cbc -pbkdf2 -salt"
               " -pass file:" trim(ws-site-key-file)
               delimited by size
               into ws-vault-encrypt-words
           end-string
           string
               "openssl enc -d -aes-256-cbc -pbkdf2"
               " -pass file:" trim(ws-site-key-file)
               delimited by size
               into ws-vault-decrypt-words
           end-string

           exit paragraph.


      *>   Decrypts the vault through the pipe into the entry table.
      *>   No vault yet is an empty one; no site key, a wrong key or
      *>   a damaged file is a failure, proven before the pipe opens
      *>   so the read never waits on an openssl that has gone.
       load-vault.

           set ws-vault-loaded to true
           set ws-vault-ok to true
           move 0 to ws-num-vault-entries

           perform check-site-key
           if ws-vault-failed then
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-vault-file-name ws-vault-file-info
           end-call
           if return-code not = 0 then
               exit paragraph
           end-if

           move spaces to ws-vault-shell-command
           string
               trim(ws-vault-decrypt-words)
               " -in " trim(ws-vault-file-name)
               " -out /dev/null 2>/dev/null"
               delimited by size
               into ws-vault-shell-command
           end-string
           call "SYSTEM" using ws-vault-shell-command
           end-call
           if return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : vault cannot be read with the "
                   "site key (wrong key or damaged file): "
                   trim(ws-vault-file-name))
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Vault failed to decrypt: "
                   trim(ws-vault-file-name))
               end-call
               display
                   "ERROR: Vault cannot be decrypted with the site "
                   "key: " trim(ws-vault-file-name)
               end-display
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform make-vault-pipe
           if ws-vault-failed then
               exit paragraph
           end-if

           move spaces to ws-vault-shell-command
           string
               "(" trim(ws-vault-decrypt-words)
               " -in " trim(ws-vault-file-name)
               " -out " trim(ws-vault-pipe-name)
               " 2>/dev/null; echo $? > "
               trim(ws-vault-done-name) ") &"
               delimited by size
               into ws-vault-shell-command
           end-string
           call "SYSTEM" using ws-vault-shell-command
           end-call

           open input fd-vault-pipe

           if ws-vault-pipe-status-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-vault-pipe into ls-vault-line
                       at end set ls-eof to true
                       not at end perform collect-vault-line
                   end-read
               end-perform
           end-if

           close fd-vault-pipe

           perform finish-vault-pipe

           if trim(ws-vault-exit-text) not = "0" then
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : decrypting the vault failed, "
                   "status: " trim(ws-vault-exit-text))
                   "ERROR"
               end-call
               move 0 to ws-num-vault-entries
               set ws-vault-failed to true
               exit paragraph
           end-if

           move ws-num-vault-entries to ws-vault-count-disp
           call "logger" using concatenate(
               "VAULT :: Loaded " trim(ws-vault-count-disp)
               " entries from " trim(ws-vault-file-name))
           end-call

           exit paragraph.


       collect-vault-line.

           if trim(ls-vault-line) = spaces
               or ws-num-vault-entries >= ws-max-vault-entries
           then
               exit paragraph
           end-if

           add 1 to ws-num-vault-entries
           move spaces to ws-vault-entry(ws-num-vault-entries)

      *>   The value goes last and is taken whole -- a password may
      *>   well contain the delimiter.
           move 1 to ws-line-pointer
           unstring ls-vault-line
               delimited by "|"
               into ws-ve-name(ws-num-vault-entries)
                   ws-ve-created(ws-num-vault-entries)
                   ws-ve-rotated(ws-num-vault-entries)
               with pointer ws-line-pointer
           end-unstring

           if ws-line-pointer <= length(ls-vault-line) then
               move ls-vault-line(ws-line-pointer:)
                   to ws-ve-value(ws-num-vault-entries)
           end-if

           exit paragraph.


      *>   Encrypts the entry table through the pipe into
      *>   <vault>.new, then puts it in place of the vault. The old
      *>   vault is untouched unless openssl finished cleanly.
       save-vault.

           set ws-vault-ok to true

           move spaces to ws-vault-shell-command
           string
               "umask 077; " trim(ws-vault-encrypt-words)
               " -in /dev/null -out " trim(ws-vault-new-name)
               " 2>/dev/null"
               delimited by size
               into ws-vault-shell-command
           end-string
           call "SYSTEM" using ws-vault-shell-command
           end-call
           if return-code not = 0 then
               display
                   "ERROR: Cannot write the vault: "
                   trim(ws-vault-new-name)
               end-display
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : cannot write "
                   trim(ws-vault-new-name))
                   "ERROR"
               end-call
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform make-vault-pipe
           if ws-vault-failed then
               exit paragraph
           end-if

           move spaces to ws-vault-shell-command
           string
               "(umask 077; " trim(ws-vault-encrypt-words)
               " -in " trim(ws-vault-pipe-name)
               " -out " trim(ws-vault-new-name)
               " 2>/dev/null; echo $? > "
               trim(ws-vault-done-name) ") &"
               delimited by size
               into ws-vault-shell-command
           end-string
           call "SYSTEM" using ws-vault-shell-command
           end-call

           open output fd-vault-pipe

           perform varying ws-ve-idx from 1 by 1
           until ws-ve-idx > ws-num-vault-entries
               move spaces to f-vault-pipe-line
               string
                   trim(ws-ve-name(ws-ve-idx)) "|"
                   ws-ve-created(ws-ve-idx) "|"
                   ws-ve-rotated(ws-ve-idx) "|"
                   trim(ws-ve-value(ws-ve-idx))
                   delimited by size
                   into f-vault-pipe-line
               end-string
               write f-vault-pipe-line
           end-perform

           close fd-vault-pipe

           perform finish-vault-pipe

           if trim(ws-vault-exit-text) = "0" then
               call "CBL_RENAME_FILE" using
                   ws-vault-new-name ws-vault-file-name
               end-call
           else
               call "CBL_DELETE_FILE" using ws-vault-new-name
               end-call
               display
                   "ERROR: Encrypting the vault failed; the vault "
                   "is unchanged."
               end-display
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : encrypting the vault failed, "
                   "status: " trim(ws-vault-exit-text))
                   "ERROR"
               end-call
               set ws-vault-failed to true
           end-if

           exit paragraph.


       check-site-key.

           if ws-site-key-file not = spaces then
               call "CBL_CHECK_FILE_EXIST" using
                   ws-site-key-file ws-vault-file-info
               end-call
           end-if

           if ws-site-key-file = spaces or return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : the vault needs the site key "
                   "(site-key-file in cbi.cfg) and it is not "
                   "available: " trim(ws-site-key-file))
                   "ERROR"
               end-call
               display
                   "ERROR: Site key not available for the vault "
                   "(site-key-file in cbi.cfg)."
               end-display
               set ws-vault-failed to true
           end-if

           exit paragraph.


       make-vault-pipe.

           move function current-date to ws-vault-date-record

           move spaces to ws-vault-pipe-name
           string
               "cbi_vault_" ws-vault-pipe-stamp ".fifo"
               delimited by size
               into ws-vault-pipe-name
           end-string
           move spaces to ws-vault-done-name
           string
               trim(ws-vault-pipe-name) ".done"
               delimited by size
               into ws-vault-done-name
           end-string
           call "CBL_DELETE_FILE" using ws-vault-done-name
           end-call

           move spaces to ws-vault-shell-command
           string
               "mkfifo -m 600 " trim(ws-vault-pipe-name)
               delimited by size
               into ws-vault-shell-command
           end-string
           call "SYSTEM" using ws-vault-shell-command
           end-call
           if return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "VAULT :: ERROR : cannot create the vault pipe "
                   trim(ws-vault-pipe-name))
                   "ERROR"
               end-call
               set ws-vault-failed to true
           end-if

           exit paragraph.


      *>   Waits for openssl to finish and takes its exit status;
      *>   the pipe and the status file go either way.
       finish-vault-pipe.

           move spaces to ws-vault-exit-text

           perform varying ws-vault-wait-idx from 1 by 1
           until ws-vault-wait-idx > 600
               or ws-vault-exit-text not = spaces
               call "CBL_CHECK_FILE_EXIST" using
                   ws-vault-done-name ws-vault-file-info
               end-call
               if return-code = 0 then
                   open input fd-vault-done
                   if ws-vault-done-status-ok then
                       read fd-vault-done into ws-vault-exit-text
                           at end move spaces to ws-vault-exit-text
                       end-read
                   end-if
                   close fd-vault-done
               end-if
               if ws-vault-exit-text = spaces then
                   call "CBL_OC_NANOSLEEP" using
                       ws-vault-sleep-nanos
                   end-call
               end-if
           end-perform

           call "CBL_DELETE_FILE" using ws-vault-pipe-name
           end-call
           call "CBL_DELETE_FILE" using ws-vault-done-name
           end-call

           exit paragraph.


       find-vault-entry.

           move 0 to ws-ve-found-idx
           perform varying ws-ve-idx from 1 by 1
           until ws-ve-idx > ws-num-vault-entries
               if ws-ve-name(ws-ve-idx) = ws-secret-name then
                   move ws-ve-idx to ws-ve-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       list-vault-entries.

           display " "
           display "Vault: " trim(ws-vault-file-name)
           display " "
           display
               "NAME                             CREATED"
               "              ROTATED"
           end-display

           perform varying ws-ve-idx from 1 by 1
           until ws-ve-idx > ws-num-vault-entries
               move spaces to ws-list-line
               move ws-ve-name(ws-ve-idx) to ws-list-line(1:32)
               move ws-ve-created(ws-ve-idx) to ws-list-line(34:19)
               move ws-ve-rotated(ws-ve-idx) to ws-list-line(55:19)
               display trim(ws-list-line trailing)
           end-perform

           move ws-num-vault-entries to ws-vault-count-disp
           display " "
           display trim(ws-vault-count-disp) " entries."

           exit paragraph.


       add-vault-entry.

           if ws-ve-found-idx > 0 then
               display
                   "ERROR: " trim(ws-secret-name)
                   " is already in the vault; use rotate to change "
                   "its value."
               end-display
               set ws-vault-failed to true
               exit paragraph
           end-if

           if ws-num-vault-entries >= ws-max-vault-entries then
               display
                   "ERROR: The vault is full (" ws-max-vault-entries
                   " entries)."
               end-display
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform take-new-value
           if ws-entered-value = spaces then
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform take-timestamp

           add 1 to ws-num-vault-entries
           move ws-secret-name to ws-ve-name(ws-num-vault-entries)
           move ws-vault-now-text
               to ws-ve-created(ws-num-vault-entries)
           move ws-vault-now-text
               to ws-ve-rotated(ws-num-vault-entries)
           move ws-entered-value to ws-ve-value(ws-num-vault-entries)
           move spaces to ws-entered-value ws-confirm-value

           perform save-vault

           if ws-vault-ok then
               display "Added " trim(ws-secret-name) " to the vault."
               call "logger" using concatenate(
                   "VAULT :: Added entry " trim(ws-secret-name))
               end-call
           end-if

           exit paragraph.


       rotate-vault-entry.

           if ws-ve-found-idx = 0 then
               display
                   "ERROR: No vault entry named "
                   trim(ws-secret-name) "."
               end-display
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform take-new-value
           if ws-entered-value = spaces then
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform take-timestamp

           move ws-vault-now-text to ws-ve-rotated(ws-ve-found-idx)
           move ws-entered-value to ws-ve-value(ws-ve-found-idx)
           move spaces to ws-entered-value ws-confirm-value

           perform save-vault

           if ws-vault-ok then
               display "Rotated " trim(ws-secret-name) "."
               call "logger" using concatenate(
                   "VAULT :: Rotated entry " trim(ws-secret-name))
               end-call
           end-if

           exit paragraph.


       remove-vault-entry.

           if ws-ve-found-idx = 0 then
               display
                   "ERROR: No vault entry named "
                   trim(ws-secret-name) "."
               end-display
               set ws-vault-failed to true
               exit paragraph
           end-if

           perform varying ws-ve-move-idx from ws-ve-found-idx by 1
           until ws-ve-move-idx >= ws-num-vault-entries
               move ws-vault-entry(ws-ve-move-idx + 1)
                   to ws-vault-entry(ws-ve-move-idx)
           end-perform
           move spaces to ws-vault-entry(ws-num-vault-entries)
           subtract 1 from ws-num-vault-entries

           perform save-vault

           if ws-vault-ok then
               display "Removed " trim(ws-secret-name) "."
               call "logger" using concatenate(
                   "VAULT :: Removed entry " trim(ws-secret-name))
               end-call
           end-if

           exit paragraph.


      *>   The value is typed twice with the entry hidden, the same
      *>   way the menu shell takes a password.
       take-new-value.

           display "Value for " trim(ws-secret-name) ": "
               with no advancing
           end-display
           move spaces to ws-entered-value
           accept ws-entered-value
               at line 0 column 0
               with secure
           end-accept

           display "Again: " with no advancing
           move spaces to ws-confirm-value
           accept ws-confirm-value
               at line 0 column 0
               with secure
           end-accept

           evaluate true
               when ws-entered-value = spaces
                   display "No value entered; the vault is unchanged."
               when ws-entered-value not = ws-confirm-value
                   display
                       "The values do not match; the vault is "
                       "unchanged."
                   end-display
                   move spaces to ws-entered-value
           end-evaluate

           move spaces to ws-confirm-value

           exit paragraph.


       take-timestamp.

           move function current-date to ws-vault-now-record

           move spaces to ws-vault-now-text
           string
               ws-now-year "-" ws-now-month "-" ws-now-day " "
               ws-now-hour ":" ws-now-min ":" ws-now-sec
               delimited by size
               into ws-vault-now-text
           end-string

           exit paragraph.

       end program secrets-vault.
