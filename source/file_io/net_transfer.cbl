      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the TRANSFER command, so the posting stream
      *          pulls the bank's rate and BAI files and pushes the
      *          remittance file itself instead of waiting on an
      *          Transfers run through curl (which carries both
      *          HTTP(S) and SFTP); credentials come from the
      *          net-user/net-password keys in cbi.cfg via the
      *          CBI_NET_USER / CBI_NET_PASSWORD settings (either may
      *          be vault:<name>, an entry in the credential vault)
      *          and are handed to curl through a per-transfer -K config
      *          file created empty, chmod 600, then written -- so
      *          the password never rides the command line where ps
      *          would show it. The config file is removed when the
      *          raises trappable error 69 with the curl status
      *          logged and surfaced, and every transfer is logged
      *          for the audit trail.
      *          A trailing PGP option carries the bank's payload
      *          encryption through GnuPG (pgp-home= keyring):
      *            TRANSFER PUT, "remit.dat",
      *                "sftp://host/in/remit.pgp", PGP
      *          encrypts to pgp-recipient= and signs as
      *          pgp-signer= into a scratch file that is what gets
      *          sent; GET with PGP fetches into a scratch file,
      *          decrypts it, and only moves the clear file to the
      *          target once the signature is good and made by the
      *          pgp-verify-key= key -- a failed check is trappable
      *          error 77 and the target is never written, so the
      *          script cannot read an unverified file. A
      *          pgp-passphrase-file= unlocks our key unattended.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-curl-config-name
               organization is line sequential.

               select optional fd-pgp-status
               assign to dynamic ws-pgp-status-name
               organization is line sequential
               file status is ws-pgp-status-file-status.

       data division.

       file section.
       fd  fd-curl-config.
       01  f-curl-config-line            pic x(160).

       fd  fd-pgp-status.
       01  f-pgp-status-line             pic x(512).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-err-device-unavailable     value 69.
       78  ws-err-pgp-check-failed       value 77.

       01  ws-net-user                   pic x(64) value spaces.
       01  ws-net-password               pic x(64) value spaces.
       01  ws-cred-setting               pic x(256) value spaces.
       01  ws-cred-vault-rc              pic 9 value 0.
       01  ws-cred-register-rc           pic 9 value 0.
       01  ws-creds-resolved-sw          pic a value 'N'.
           88  ws-creds-resolved         value 'Y'.
           88  ws-creds-unresolved       value 'N'.
       01  ws-clock-stamp                pic x(21).
       01  ws-config-line-build          pic x(160).

      *>   PGP: keys and key ids from cbi.cfg, read once; scratch
      *>   files named with the clock like the curl config.
       01  ws-pgp-resolved-sw            pic a value 'N'.
           88  ws-pgp-resolved           value 'Y'.
           88  ws-pgp-unresolved         value 'N'.
       01  ws-pgp-home                   pic x(256) value spaces.
       01  ws-pgp-recipient              pic x(128) value spaces.
       01  ws-pgp-signer                 pic x(128) value spaces.
       01  ws-pgp-verify-key             pic x(128) value spaces.
       01  ws-pgp-passphrase-file        pic x(256) value spaces.
       01  ws-pgp-base-command           pic x(800).
       01  ws-pgp-shell-command          pic x(2400).
       01  ws-pgp-sealed-name            pic x(64) value spaces.
       01  ws-pgp-clear-name             pic x(64) value spaces.
       01  ws-pgp-status-name            pic x(64) value spaces.
       01  ws-pgp-status-file-status     pic xx.
           88  ws-pgp-status-file-ok     value "00".
       01  ws-pgp-status-line            pic x(512).
       01  ws-pgp-status-eof-sw          pic a value 'N'.
           88  ws-pgp-status-eof         value 'Y'.
           88  ws-pgp-status-not-eof     value 'N'.
       01  ws-pgp-decrypt-ok-sw          pic a value 'N'.
           88  ws-pgp-decrypt-ok         value 'Y'.
       01  ws-pgp-good-sig-sw            pic a value 'N'.
           88  ws-pgp-good-sig           value 'Y'.
       01  ws-pgp-key-match-sw           pic a value 'N'.
           88  ws-pgp-key-match          value 'Y'.
       01  ws-pgp-verify-text            pic x(128).
       01  ws-pgp-match-count            pic 9(4) comp.
       01  ws-pgp-result-sw              pic a value 'Y'.
           88  ws-pgp-ok                 value 'Y'.
           88  ws-pgp-failed             value 'N'.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".
       01  ls-direction-token            pic x(16).
       01  ls-operand-1-token            pic x(512).
       01  ls-operand-2-token            pic x(512).
       01  ls-option-token               pic x(64).

       01  ls-pgp-sw                     pic a value 'N'.
           88  ls-pgp-wanted             value 'Y'.
           88  ls-pgp-not-wanted         value 'N'.
       01  ls-final-target-text          pic x(512).

       01  ls-direction-sw               pic a value space.
           88  ls-direction-get          value 'G'.
               into ls-direction-token
                    ls-operand-1-token
                    ls-operand-2-token
                    ls-option-token
           end-unstring

           evaluate upper-case(trim(ls-option-token))
               when spaces
                   set ls-pgp-not-wanted to true
               when "PGP"
                   set ls-pgp-wanted to true
               when other
                   call "logger-leveled" using concatenate(
                       "NET-TRANSFER :: ERROR : Unknown TRANSFER "
                       "option: " trim(ls-option-token))
                       "ERROR"
                   end-call
                   perform raise-transfer-error
                   goback
           end-evaluate

           evaluate upper-case(trim(ls-direction-token))
               when "GET"
                   set ls-direction-get to true
               goback
           end-if

      *>   PGP PUT: the sealed scratch file is what gets sent.
      *>   PGP GET: the download lands in a scratch file and the
      *>   real target waits for the signature check.
           move ls-target-text to ls-final-target-text
           if ls-pgp-wanted then
               perform set-up-pgp-transfer
               if ws-pgp-failed then
                   perform remove-pgp-scratch
                   perform raise-pgp-error
                   goback
               end-if
           end-if

           if ws-creds-unresolved then
               perform resolve-credentials
           end-if
           perform remove-curl-config

           if ws-shell-status not = 0 then
               perform remove-pgp-scratch
               move ws-shell-status to ws-status-disp
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : transfer failed with "
               goback
           end-if

           if ls-pgp-wanted and ls-direction-get then
               perform open-pgp-inbound
               if ws-pgp-failed then
                   perform remove-pgp-scratch
                   perform raise-pgp-error
                   goback
               end-if
           end-if

           perform remove-pgp-scratch

           call "logger" using concatenate(
               "NET-TRANSFER :: Transferred "
               trim(ls-source-text)
               " -> " trim(ls-final-target-text))
           end-call

           goback.


      *>   Checks the configuration the direction needs and, for a
      *>   PUT, encrypts and signs the source into the scratch file
      *>   sent in its place.
       set-up-pgp-transfer.

           set ws-pgp-ok to true

           if ws-pgp-unresolved then
               perform resolve-pgp-settings
           end-if

           move function current-date to ws-clock-stamp
           move spaces to ws-pgp-sealed-name ws-pgp-clear-name
               ws-pgp-status-name
           string
               "cbi_pgp_" ws-clock-stamp(9:8) ".pgp"
               delimited by size
               into ws-pgp-sealed-name
           end-string
           string
               "cbi_pgp_" ws-clock-stamp(9:8) ".clr"
               delimited by size
               into ws-pgp-clear-name
           end-string
           string
               "cbi_pgp_" ws-clock-stamp(9:8) ".sts"
               delimited by size
               into ws-pgp-status-name
           end-string

           if ls-direction-get then
               if ws-pgp-verify-key = spaces then
                   call "logger-leveled" using concatenate(
                       "NET-TRANSFER :: ERROR : TRANSFER GET ... PGP "
                       "needs pgp-verify-key in cbi.cfg: "
                       trim(ls-source-text))
                       "ERROR"
                   end-call
                   set ws-pgp-failed to true
                   exit paragraph
               end-if
               move ws-pgp-sealed-name to ls-target-text
               exit paragraph
           end-if

           if ws-pgp-recipient = spaces or ws-pgp-signer = spaces
           then
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : TRANSFER PUT ... PGP "
                   "needs pgp-recipient and pgp-signer in cbi.cfg: "
                   trim(ls-source-text))
                   "ERROR"
               end-call
               set ws-pgp-failed to true
               exit paragraph
           end-if

           move spaces to ws-pgp-shell-command
           string
               trim(ws-pgp-base-command)
               " --trust-model always"
               " --local-user " trim(ws-pgp-signer)
               " --recipient " trim(ws-pgp-recipient)
               " --sign --encrypt --output "
               trim(ws-pgp-sealed-name)
               " " trim(ls-source-text)
               " 2>/dev/null"
               delimited by size
               into ws-pgp-shell-command
           end-string
           call "SYSTEM" using ws-pgp-shell-command
           end-call

           if return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : PGP encrypt-and-sign "
                   "failed for " trim(ls-source-text)
                   " (recipient " trim(ws-pgp-recipient)
                   ", signer " trim(ws-pgp-signer) ")")
                   "ERROR"
               end-call
               set ws-pgp-failed to true
               exit paragraph
           end-if

           call "logger" using concatenate(
               "NET-TRANSFER :: PGP encrypted for "
               trim(ws-pgp-recipient) " and signed by "
               trim(ws-pgp-signer) ": " trim(ls-source-text))
           end-call

           move ws-pgp-sealed-name to ls-source-text

           exit paragraph.


      *>   Decrypts the fetched file into a scratch beside it and
      *>   reads GnuPG's status lines: the decryption must be
      *>   clean, the signature good, and the signing key the
      *>   configured one (its fingerprint or key id on the
      *>   VALIDSIG line). Only then does the clear file become the
      *>   target.
       open-pgp-inbound.

           set ws-pgp-ok to true

           move spaces to ws-pgp-shell-command
           string
               trim(ws-pgp-base-command)
               " --status-file " trim(ws-pgp-status-name)
               " --output " trim(ws-pgp-clear-name)
               " --decrypt " trim(ws-pgp-sealed-name)
               " 2>/dev/null"
               delimited by size
               into ws-pgp-shell-command
           end-string
           call "SYSTEM" using ws-pgp-shell-command
           end-call
           move return-code to ws-shell-status

           move 'N' to ws-pgp-decrypt-ok-sw ws-pgp-good-sig-sw
               ws-pgp-key-match-sw
           move upper-case(trim(ws-pgp-verify-key))
               to ws-pgp-verify-text
           inspect ws-pgp-verify-text replacing all "0X" by "  "
           move trim(ws-pgp-verify-text) to ws-pgp-verify-text

           open input fd-pgp-status
           if ws-pgp-status-file-ok then
               set ws-pgp-status-not-eof to true
               perform until ws-pgp-status-eof
                   read fd-pgp-status into ws-pgp-status-line
                       at end set ws-pgp-status-eof to true
                       not at end perform take-pgp-status-line
                   end-read
               end-perform
           end-if
           close fd-pgp-status

           if ws-shell-status not = 0
               or not ws-pgp-decrypt-ok
               or not ws-pgp-good-sig
               or not ws-pgp-key-match
           then
               move ws-shell-status to ws-status-disp
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : PGP check failed for "
                   trim(ls-source-text) " -- gpg status "
                   trim(ws-status-disp)
                   ", decrypted " ws-pgp-decrypt-ok-sw
                   ", good signature " ws-pgp-good-sig-sw
                   ", signed by " trim(ws-pgp-verify-key) " "
                   ws-pgp-key-match-sw
                   ". Target not written: "
                   trim(ls-final-target-text))
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "PGP signature check failed, file rejected: "
                   trim(ls-source-text))
               end-call
               set ws-pgp-failed to true
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using
               ws-pgp-clear-name ls-final-target-text
           end-call
           if return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : Cannot move the "
                   "decrypted file to " trim(ls-final-target-text))
                   "ERROR"
               end-call
               set ws-pgp-failed to true
               exit paragraph
           end-if

           call "logger" using concatenate(
               "NET-TRANSFER :: PGP decrypted, signature by "
               trim(ws-pgp-verify-key) " verified: "
               trim(ls-final-target-text))
           end-call

           exit paragraph.


       take-pgp-status-line.

           evaluate true
               when ws-pgp-status-line(1:24)
                   = "[GNUPG:] DECRYPTION_OKAY"
                   set ws-pgp-decrypt-ok to true
               when ws-pgp-status-line(1:17)
                   = "[GNUPG:] GOODSIG "
                   set ws-pgp-good-sig to true
               when ws-pgp-status-line(1:18)
                   = "[GNUPG:] VALIDSIG "
                   move 0 to ws-pgp-match-count
                   move upper-case(ws-pgp-status-line)
                       to ws-pgp-status-line
                   inspect ws-pgp-status-line
                       tallying ws-pgp-match-count
                       for all ws-pgp-verify-text(1:
                           length(trim(ws-pgp-verify-text)))
                   if ws-pgp-match-count > 0 then
                       set ws-pgp-key-match to true
                   end-if
           end-evaluate

           exit paragraph.


       remove-pgp-scratch.

           if ws-pgp-sealed-name not = spaces then
               call "CBL_DELETE_FILE" using ws-pgp-sealed-name
               end-call
               call "CBL_DELETE_FILE" using ws-pgp-clear-name
               end-call
               call "CBL_DELETE_FILE" using ws-pgp-status-name
               end-call
               move spaces to ws-pgp-sealed-name ws-pgp-clear-name
                   ws-pgp-status-name
           end-if

           exit paragraph.


      *>   The PGP keyring, key ids and passphrase file, read once
      *>   from the settings the configuration file seeds, and the
      *>   gpg invocation every PGP step shares.
       resolve-pgp-settings.

           set ws-pgp-resolved to true

           accept ws-pgp-home from environment "CBI_PGP_HOME"
           end-accept
           accept ws-pgp-recipient
               from environment "CBI_PGP_RECIPIENT"
           end-accept
           accept ws-pgp-signer from environment "CBI_PGP_SIGNER"
           end-accept
           accept ws-pgp-verify-key
               from environment "CBI_PGP_VERIFY_KEY"
           end-accept
           accept ws-pgp-passphrase-file
               from environment "CBI_PGP_PASSPHRASE_FILE"
           end-accept

           move spaces to ws-pgp-base-command ws-pgp-shell-command
           move "gpg --batch --yes --quiet --no-tty"
               to ws-pgp-base-command
           if ws-pgp-home not = spaces then
               string
                   trim(ws-pgp-base-command)
                   " --homedir " trim(ws-pgp-home)
                   delimited by size
                   into ws-pgp-shell-command
               end-string
               move ws-pgp-shell-command to ws-pgp-base-command
               move spaces to ws-pgp-shell-command
           end-if
           if ws-pgp-passphrase-file not = spaces then
               string
                   trim(ws-pgp-base-command)
                   " --pinentry-mode loopback --passphrase-file "
                   trim(ws-pgp-passphrase-file)
                   delimited by size
                   into ws-pgp-shell-command
               end-string
               move ws-pgp-shell-command to ws-pgp-base-command
               move spaces to ws-pgp-shell-command
           end-if

           exit paragraph.


       raise-pgp-error.

           move ws-err-pgp-check-failed to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           exit paragraph.


      *>   curl carries both directions: GET writes the URL's body
      *>   to the local file, PUT uploads the local file to the
      *>   URL. -f makes an HTTP error a nonzero exit; credentials

      *>   The transfer credentials, read once from the settings
      *>   the configuration file seeds. They never appear in the
      *>   log -- only in the command handed to curl. Either may
      *>   name a vault entry (vault:<name>) instead of holding the
      *>   value; the password is registered for redaction either
      *>   way.
       resolve-credentials.

           set ws-creds-resolved to true

           move spaces to ws-cred-setting
           accept ws-cred-setting from environment "CBI_NET_USER"
           end-accept
           call "vault-resolve-reference" using
               ws-cred-setting ws-cred-vault-rc
           end-call
           move ws-cred-setting to ws-net-user

           move spaces to ws-cred-setting
           accept ws-cred-setting
               from environment "CBI_NET_PASSWORD"
           end-accept
           call "vault-resolve-reference" using
               ws-cred-setting ws-cred-vault-rc
           end-call
           move ws-cred-setting to ws-net-password
           call "register-secret" using
               ws-cred-setting ws-cred-register-rc
           end-call
           if ws-cred-register-rc = 0 then
               call "logger-leveled" using concatenate(
                   "NET-TRANSFER :: ERROR : transfer password cannot "
                   "be registered for redaction (secret table full)")
                   "ERROR"
               end-call
           end-if

           exit paragraph.

