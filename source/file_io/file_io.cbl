      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-12-05
      * Last Modified: 2026-10-15
      * Purpose: Shared sequential file I/O handler backing the OPEN,
      *          CLOSE, INPUT#, WRITE# statements and the EOF()
      *          function. Holds a small fixed bank of file slots
      *>       Fixed-length record slots behind OPEN ... FOR RANDOM --
      *>       COBOL's relative organization gives direct access by
      *>       record number, which is exactly GET/PUT's contract.
      *>       The exit status an ENCRYPTED channel's openssl
      *>       leaves behind when it finishes.
               select optional fd-crypt-done
               assign to dynamic ws-crypt-done-name
               organization is line sequential
               file status is ws-crypt-done-status.

               select optional fd-rand-1
               assign to dynamic ws-rand-file-name-1
               organization is relative
       fd  fd-file-5.
       01  f-file-5-line                 pic x(32768).

       fd  fd-crypt-done.
       01  f-crypt-done-line             pic x(16).

       fd  fd-rand-1.
       01  f-rand-1-record               pic x(32768).

                   88  ws-slot-not-pipe   value 'N'.
               10  ws-slot-pipe-command   pic x(512) value spaces.
               10  ws-slot-pipe-scratch   pic x(64) value spaces.
      *>       ENCRYPTED: channels read or write a named pipe with
      *>       openssl on the far end, so the clear text only ever
      *>       passes through the pipe and the file on disk stays
      *>       AES-256 under the site key. An APPEND to an existing
      *>       file merges into <name>.new, renamed over it at
      *>       CLOSE once openssl reports success.
               10  ws-slot-crypt-sw       pic a value 'N'.
                   88  ws-slot-is-crypt   value 'Y'.
                   88  ws-slot-not-crypt  value 'N'.
               10  ws-slot-crypt-merge-sw pic a value 'N'.
                   88  ws-slot-crypt-merge    value 'Y'.
                   88  ws-slot-crypt-no-merge value 'N'.
               10  ws-slot-crypt-real     pic x(1024) value spaces.
               10  ws-slot-crypt-fifo     pic x(64) value spaces.

      *>   Advisory file locking: LOCK #n drops a <name>.lck
      *>   sentinel next to the data file; a second operator's LOCK
       01  ws-rand-assign-str             pic x(1100).
       01  ws-rand-value-text             pic x(32768).

      *>   UTF-8 mode: a text field too long for its span is cut at
      *>   the last whole character, never part way into one.
       01  ws-utf8-mode-rc                pic 9 value 0.
           88  ws-utf8-mode               value 1.
       01  ws-utf8-value-len              pic 9(5) comp.
       01  ws-utf8-fit-len                pic 9(5) comp.

      *>   Packed-decimal / binary field decode-encode scratch.
       01  ws-pb-value                    pic s9(18) value 0.
       01  ws-pb-value-disp               pic -(17)9.
       78  ws-err-too-many-files          value 67.

       01  ws-raise-error-code            pic 9(4).
       01  ws-posting-allowed-rc          pic 9 value 1.

       01  ws-trailer-file-number         pic 99.
       01  ws-trailer-line                pic x(32768).
       01  ws-trailer-rc                  pic 9.
       01  ws-hdrtrl-suppress             pic 9 value 0.
       01  ws-env-guard-rc                pic 9 value 0.
       01  ws-layout-applied              pic 9 value 0.

      *>   Transient-error retry policy (retry-count /
      *>   retry-interval-secs in cbi.cfg): a busy LOCK is retried
           05  ws-pipe-stamp              pic x(16).
           05  filler                     pic x(5).

      *>   OPEN's ENCRYPTED clause arms the next open-file call.
       01  ws-crypt-next-open-sw          pic a value 'N'.
           88  ws-crypt-next-open         value 'Y'.
           88  ws-crypt-next-not-armed    value 'N'.
       01  ws-crypt-this-open-sw          pic a value 'N'.
           88  ws-crypt-this-open         value 'Y'.
           88  ws-crypt-this-not-armed    value 'N'.
       01  ws-crypt-result-sw             pic a value 'Y'.
           88  ws-crypt-ok                value 'Y'.
           88  ws-crypt-failed            value 'N'.
       01  ws-crypt-error-code            pic 9(4) value 0.
       01  ws-site-key-file               pic x(1024) value spaces.
       01  ws-crypt-file-info             pic x(16).
       01  ws-crypt-shell-command         pic x(4096).
       01  ws-crypt-encrypt-words         pic x(1200).
       01  ws-crypt-decrypt-words         pic x(1200).
       01  ws-crypt-new-name              pic x(1024).
       01  ws-crypt-done-name             pic x(80) value spaces.
       01  ws-crypt-done-status           pic xx.
           88  ws-crypt-done-status-ok    value "00".
       01  ws-crypt-exit-text             pic x(16).
       01  ws-crypt-wait-idx              pic 9(4) comp.
       01  ws-crypt-sleep-nanos           pic 9(18) comp
                                          value 100000000.

       78  ws-err-write-failed            value 61.
       78  ws-err-decrypt-failed          value 76.


       local-storage section.

           l-file-name l-file-mode l-file-number l-return-code.

           set l-return-code-false to true

           move ws-crypt-next-open-sw to ws-crypt-this-open-sw
           set ws-crypt-next-not-armed to true

           perform find-slot-for-file-number

           if ws-found-slot-idx not = 0 then
               to ws-slot-pipe-command(ws-found-slot-idx)
           move spaces
               to ws-slot-pipe-scratch(ws-found-slot-idx)
           set ws-slot-not-crypt(ws-found-slot-idx) to true
           set ws-slot-crypt-no-merge(ws-found-slot-idx) to true
           move spaces to ws-slot-crypt-real(ws-found-slot-idx)
           move spaces to ws-slot-crypt-fifo(ws-found-slot-idx)

           if upper-case(l-file-name(1:length(ws-pipe-prefix)))
               = ws-pipe-prefix
               perform redirect-open-to-shadow
           end-if

           if ws-crypt-this-open then
               if ws-slot-is-pipe(ws-found-slot-idx) then
                   call "logger-leveled" using concatenate(
                       "FILE-IO :: WARN : ENCRYPTED does not apply "
                       "to a PIPE: channel, opened in the clear: "
                       trim(l-file-name))
                       "WARN"
                   end-call
               else
                   perform set-up-crypt-channel
                   if ws-crypt-failed then
                       move 0
                           to ws-slot-file-number(ws-found-slot-idx)
                       move spaces to ws-slot-mode(ws-found-slot-idx)
                       set ws-slot-not-crypt(ws-found-slot-idx)
                           to true
                       move ws-crypt-error-code
                           to ws-raise-error-code
                       call "raise-runtime-error" using
                           ws-raise-error-code
                       end-call
                       goback
                   end-if
               end-if
           end-if

      *>   An ENCRYPTED channel's pipe always opens write-only,
      *>   APPEND included -- the merge happens past the pipe, and
      *>   only a write-only open waits for openssl to be there.
           evaluate ws-found-slot-idx
               when 1
                   move ws-open-target-name to ws-file-name-1
                       when ws-slot-mode-input(ws-found-slot-idx)
                           open input fd-file-1
                       when ws-slot-mode-output(ws-found-slot-idx)
                           or ws-slot-is-crypt(ws-found-slot-idx)
                           open output fd-file-1
                       when ws-slot-mode-append(ws-found-slot-idx)
                           open extend fd-file-1
                       when ws-slot-mode-input(ws-found-slot-idx)
                           open input fd-file-2
                       when ws-slot-mode-output(ws-found-slot-idx)
                           or ws-slot-is-crypt(ws-found-slot-idx)
                           open output fd-file-2
                       when ws-slot-mode-append(ws-found-slot-idx)
                           open extend fd-file-2
                       when ws-slot-mode-input(ws-found-slot-idx)
                           open input fd-file-3
                       when ws-slot-mode-output(ws-found-slot-idx)
                           or ws-slot-is-crypt(ws-found-slot-idx)
                           open output fd-file-3
                       when ws-slot-mode-append(ws-found-slot-idx)
                           open extend fd-file-3
                       when ws-slot-mode-input(ws-found-slot-idx)
                           open input fd-file-4
                       when ws-slot-mode-output(ws-found-slot-idx)
                           or ws-slot-is-crypt(ws-found-slot-idx)
                           open output fd-file-4
                       when ws-slot-mode-append(ws-found-slot-idx)
                           open extend fd-file-4
                       when ws-slot-mode-input(ws-found-slot-idx)
                           open input fd-file-5
                       when ws-slot-mode-output(ws-found-slot-idx)
                           or ws-slot-is-crypt(ws-found-slot-idx)
                           open output fd-file-5
                       when ws-slot-mode-append(ws-found-slot-idx)
                           open extend fd-file-5
               end-if
           end-if

      *>   A multi-type or sequential-channel MAP goes with the
      *>   channel.
           call "record-layout-clear" using l-file-number
           end-call

           set l-return-code-true to true
           goback.

               goback
           end-if

      *>   A GL posting dated in a closed fiscal period is not
      *>   written at all -- the period-close error is raised.
           call "glbal-check-write" using
               l-file-number
               l-line-text
               ws-posting-allowed-rc
           end-call
           if ws-posting-allowed-rc = 0 then
               goback
           end-if

           evaluate ws-found-slot-idx
               when 1
                   write f-file-1-line from l-line-text
               l-line-text
           end-call

      *>   And to journal balancing, when GLBALANCE armed it.
           call "glbal-note-write" using
               l-file-number
               l-line-text
           end-call

      *>   Report the write to the compliance journal -- a no-op
      *>   unless the run enabled it.
           call "audit-write" using

           move l-record-number to ws-rand-loc(ws-rand-found-idx)

      *>   A multi-type MAP picks the record's sub-layout; otherwise
      *>   the channel's flat FIELD layout applies.
           call "record-layout-apply" using
               l-file-number
               ws-rand-buffer
               ws-rand-ebcdic-sw(ws-rand-found-idx)
               ws-layout-applied
           end-call

           if ws-layout-applied = 0 then
               perform distribute-fields-from-buffer
           end-if

           call "logger" using concatenate(
               "FILE-IO :: GET file number " l-file-number
           goback.


      *>   How a file number is open: RANDOM, BINARY, the
      *>   sequential mode (INPUT, OUTPUT, APPEND), or spaces when
      *>   it is not open -- MAP decides from it how a layout is
      *>   applied.
       entry "file-open-mode" using l-file-number l-file-mode.

           move spaces to l-file-mode

           perform find-rand-slot-for-file-number
           if ws-rand-found-idx not = 0 then
               move "RANDOM" to l-file-mode
               goback
           end-if

           perform find-bin-slot-for-file-number
           if ws-bin-found-idx not = 0 then
               move "BINARY" to l-file-mode
               goback
           end-if

           perform find-slot-for-file-number
           if ws-found-slot-idx not = 0 then
               move ws-slot-mode(ws-found-slot-idx) to l-file-mode
           end-if

           goback.


       entry "is-binary-file" using l-file-number l-return-code.

           set l-return-code-false to true
           exit paragraph.


      *>   Trims ws-rand-value-text back to the whole characters
      *>   that fit the current field's width.
       fit-utf8-field-value.

           compute ws-utf8-value-len =
               length(trim(ws-rand-value-text trailing))
           end-compute

           move ws-rand-field-width(
               ws-rand-found-idx, ws-rand-field-idx)
               to ws-utf8-fit-len

           if ws-utf8-value-len <= ws-utf8-fit-len then
               exit paragraph
           end-if

           call "utf8-fit-bytes" using
               ws-rand-value-text ws-utf8-value-len ws-utf8-fit-len
           end-call

           move spaces to ws-rand-value-text(ws-utf8-fit-len + 1:)

           exit paragraph.


      *>   Builds the record image to write from the current values
      *>   of the FIELD variables, each padded/truncated to its
      *>   declared width.
                               length(trim(ws-rand-value-text)):1)
                       end-if

                       call "utf8-mode" using ws-utf8-mode-rc
                       end-call
                       if ws-utf8-mode
                           and ws-rand-value-text not = spaces
                       then
                           perform fit-utf8-field-value
                       end-if

                       move ws-rand-value-text(
                           1:ws-rand-field-width(
                               ws-rand-found-idx,
           goback.


      *>   OPEN ... ENCRYPTED: the next open-file call sets its
      *>   channel up through openssl under the site key.
       entry "arm-encrypted-open".

           set ws-crypt-next-open to true

           goback.


       entry "set-rehearse-mode".

           set ws-rehearse-mode to true
      *>   HDR/TRL enforcement drops its arming with the close
      *>   either way.
           if not ws-slot-mode-input(ws-found-slot-idx) then
               perform post-gl-suspense-lines
               perform stamp-control-trailer
           end-if
           perform stamp-hdrtrl-trailer
                   to ws-slot-pipe-scratch(ws-found-slot-idx)
           end-if

           if ws-slot-is-crypt(ws-found-slot-idx) then
               perform finish-crypt-channel
           end-if

           move 0 to ws-slot-file-number(ws-found-slot-idx)
           move spaces to ws-slot-mode(ws-found-slot-idx)
           set ws-slot-not-eof(ws-found-slot-idx) to true
           exit paragraph.


      *>   Checks the site key, makes the channel's named pipe and
      *>   starts openssl on the far end of it: decrypting the file
      *>   into the pipe for INPUT, encrypting the pipe into the
      *>   file for OUTPUT, and for APPEND to an existing file
      *>   re-encrypting the old contents followed by the pipe into
      *>   <name>.new. The key and the file are proven first -- a
      *>   wrong key or damaged file is trappable error 76 at OPEN,
      *>   never garbage lines at INPUT#.
       set-up-crypt-channel.

           set ws-crypt-ok to true
           set ws-slot-is-crypt(ws-found-slot-idx) to true
           move ws-open-target-name
               to ws-slot-crypt-real(ws-found-slot-idx)

           move spaces to ws-site-key-file
           accept ws-site-key-file
               from environment "CBI_SITE_KEY_FILE"
           end-accept

           if ws-site-key-file not = spaces then
               call "CBL_CHECK_FILE_EXIST" using
                   ws-site-key-file ws-crypt-file-info
               end-call
           end-if

           if ws-site-key-file = spaces or return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "FILE-IO :: ERROR : ENCRYPTED needs the site key "
                   "(site-key-file in cbi.cfg) and it is not "
                   "available: " trim(ws-site-key-file))
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Site key not available for encrypted file: "
                   trim(ws-open-target-name))
               end-call
               set ws-crypt-failed to true
               move ws-err-decrypt-failed to ws-crypt-error-code
               exit paragraph
           end-if

           move spaces to ws-crypt-encrypt-words
               ws-crypt-decrypt-words
           string
               "openssl enc -e -aes-256-cbc -pbkdf2 -salt"
               " -pass file:" trim(ws-site-key-file)
               delimited by size
               into ws-crypt-encrypt-words
           end-string
           string
               "openssl enc -d -aes-256-cbc -pbkdf2"
               " -pass file:" trim(ws-site-key-file)
               delimited by size
               into ws-crypt-decrypt-words
           end-string

           call "CBL_CHECK_FILE_EXIST" using
               ws-slot-crypt-real(ws-found-slot-idx)
               ws-crypt-file-info
           end-call

           if ws-slot-mode-input(ws-found-slot-idx)
               and return-code not = 0
           then
               call "logger-leveled" using concatenate(
                   "FILE-IO :: ERROR : OPEN FOR INPUT of a file "
                   "that does not exist: " trim(ws-open-target-name))
                   "ERROR"
               end-call
               set ws-crypt-failed to true
               move ws-err-file-not-found to ws-crypt-error-code
               exit paragraph
           end-if

           if ws-slot-mode-append(ws-found-slot-idx)
               and return-code = 0
           then
               set ws-slot-crypt-merge(ws-found-slot-idx) to true
           end-if

      *>   Decrypt what is there to nowhere: the wrong key or a
      *>   damaged file fails here rather than mid-read.
           if ws-slot-mode-input(ws-found-slot-idx)
               or ws-slot-crypt-merge(ws-found-slot-idx)
           then
               move spaces to ws-crypt-shell-command
               string
                   trim(ws-crypt-decrypt-words)
                   " -in " trim(ws-slot-crypt-real(ws-found-slot-idx))
                   " -out /dev/null 2>/dev/null"
                   delimited by size
                   into ws-crypt-shell-command
               end-string
               call "SYSTEM" using ws-crypt-shell-command
               end-call
               if return-code not = 0 then
                   call "logger-leveled" using concatenate(
                       "FILE-IO :: ERROR : Encrypted file cannot be "
                       "read with the site key (wrong key or "
                       "damaged file): "
                       trim(ws-slot-crypt-real(ws-found-slot-idx)))
                       "ERROR"
                   end-call
                   call "error-surface" using concatenate(
                       "Encrypted file failed to decrypt: "
                       trim(ws-slot-crypt-real(ws-found-slot-idx)))
                   end-call
                   set ws-crypt-failed to true
                   move ws-err-decrypt-failed to ws-crypt-error-code
                   exit paragraph
               end-if
           end-if

           move spaces to ws-crypt-new-name
           if ws-slot-crypt-merge(ws-found-slot-idx) then
               string
                   trim(ws-slot-crypt-real(ws-found-slot-idx))
                   ".new"
                   delimited by size
                   into ws-crypt-new-name
               end-string
           else
               move ws-slot-crypt-real(ws-found-slot-idx)
                   to ws-crypt-new-name
           end-if

      *>   A writer proves it can encrypt into its output before
      *>   the pipe opens -- openssl failing on its own would leave
      *>   the OPEN waiting on a pipe nobody reads.
           if not ws-slot-mode-input(ws-found-slot-idx) then
               move spaces to ws-crypt-shell-command
               string
                   trim(ws-crypt-encrypt-words)
                   " -in /dev/null -out " trim(ws-crypt-new-name)
                   " 2>/dev/null"
                   delimited by size
                   into ws-crypt-shell-command
               end-string
               call "SYSTEM" using ws-crypt-shell-command
               end-call
               if return-code not = 0 then
                   call "logger-leveled" using concatenate(
                       "FILE-IO :: ERROR : Cannot write encrypted "
                       "file: " trim(ws-crypt-new-name))
                       "ERROR"
                   end-call
                   set ws-crypt-failed to true
                   move ws-err-write-failed to ws-crypt-error-code
                   exit paragraph
               end-if
           end-if

           move function current-date to ws-pipe-date-record

           move spaces to ws-slot-crypt-fifo(ws-found-slot-idx)
           string
               "cbi_crypt_"
               ws-pipe-stamp
               "_"
               ws-slot-file-number(ws-found-slot-idx)
               ".fifo"
               delimited by size
               into ws-slot-crypt-fifo(ws-found-slot-idx)
           end-string
           perform build-crypt-done-name
           call "CBL_DELETE_FILE" using ws-crypt-done-name
           end-call

           move spaces to ws-crypt-shell-command
           string
               "mkfifo -m 600 "
               trim(ws-slot-crypt-fifo(ws-found-slot-idx))
               delimited by size
               into ws-crypt-shell-command
           end-string
           call "SYSTEM" using ws-crypt-shell-command
           end-call
           if return-code not = 0 then
               call "logger-leveled" using concatenate(
                   "FILE-IO :: ERROR : Cannot create the pipe for "
                   "encrypted file: " trim(ws-open-target-name))
                   "ERROR"
               end-call
               set ws-crypt-failed to true
               move ws-err-write-failed to ws-crypt-error-code
               exit paragraph
           end-if

           move spaces to ws-crypt-shell-command
           evaluate true
               when ws-slot-mode-input(ws-found-slot-idx)
                   string
                       "(" trim(ws-crypt-decrypt-words)
                       " -in "
                       trim(ws-slot-crypt-real(ws-found-slot-idx))
                       " -out "
                       trim(ws-slot-crypt-fifo(ws-found-slot-idx))
                       " 2>/dev/null; echo $? > "
                       trim(ws-crypt-done-name) ") &"
                       delimited by size
                       into ws-crypt-shell-command
                   end-string
               when ws-slot-crypt-merge(ws-found-slot-idx)
                   string
                       "((" trim(ws-crypt-decrypt-words)
                       " -in "
                       trim(ws-slot-crypt-real(ws-found-slot-idx))
                       " 2>/dev/null; cat "
                       trim(ws-slot-crypt-fifo(ws-found-slot-idx))
                       ") | " trim(ws-crypt-encrypt-words)
                       " -out " trim(ws-crypt-new-name)
                       " 2>/dev/null; echo $? > "
                       trim(ws-crypt-done-name) ") &"
                       delimited by size
                       into ws-crypt-shell-command
                   end-string
               when other
                   string
                       "(" trim(ws-crypt-encrypt-words)
                       " -in "
                       trim(ws-slot-crypt-fifo(ws-found-slot-idx))
                       " -out " trim(ws-crypt-new-name)
                       " 2>/dev/null; echo $? > "
                       trim(ws-crypt-done-name) ") &"
                       delimited by size
                       into ws-crypt-shell-command
                   end-string
           end-evaluate
           call "SYSTEM" using ws-crypt-shell-command
           end-call

           move ws-slot-crypt-fifo(ws-found-slot-idx)
               to ws-open-target-name

           call "logger" using concatenate(
               "FILE-IO :: ENCRYPTED channel "
               ws-slot-file-number(ws-found-slot-idx)
               " file: "
               trim(ws-slot-crypt-real(ws-found-slot-idx))
               " pipe: "
               trim(ws-slot-crypt-fifo(ws-found-slot-idx)))
           end-call

           exit paragraph.


      *>   The pipe is closed; waits for openssl to finish and take
      *>   its exit status. A writer that failed is error 61 and
      *>   leaves the old file alone; a merged APPEND replaces the
      *>   file only on success. The pipe and status file go either
      *>   way.
       finish-crypt-channel.

           perform build-crypt-done-name
           move spaces to ws-crypt-exit-text

           perform varying ws-crypt-wait-idx from 1 by 1
           until ws-crypt-wait-idx > 600
               or ws-crypt-exit-text not = spaces
               call "CBL_CHECK_FILE_EXIST" using
                   ws-crypt-done-name ws-crypt-file-info
               end-call
               if return-code = 0 then
                   open input fd-crypt-done
                   if ws-crypt-done-status-ok then
                       read fd-crypt-done into ws-crypt-exit-text
                           at end move spaces to ws-crypt-exit-text
                       end-read
                   end-if
                   close fd-crypt-done
               end-if
               if ws-crypt-exit-text = spaces then
                   call "CBL_OC_NANOSLEEP" using
                       ws-crypt-sleep-nanos
                   end-call
               end-if
           end-perform

           if not ws-slot-mode-input(ws-found-slot-idx) then
               if trim(ws-crypt-exit-text) = "0" then
                   if ws-slot-crypt-merge(ws-found-slot-idx) then
                       move spaces to ws-crypt-new-name
                       string
                           trim(ws-slot-crypt-real(
                               ws-found-slot-idx))
                           ".new"
                           delimited by size
                           into ws-crypt-new-name
                       end-string
                       call "CBL_RENAME_FILE" using
                           ws-crypt-new-name
                           ws-slot-crypt-real(ws-found-slot-idx)
                       end-call
                   end-if
               else
                   call "logger-leveled" using concatenate(
                       "FILE-IO :: ERROR : Encrypting "
                       trim(ws-slot-crypt-real(ws-found-slot-idx))
                       " failed, status: "
                       trim(ws-crypt-exit-text))
                       "ERROR"
                   end-call
                   call "error-surface" using concatenate(
                       "Encrypted file write failed: "
                       trim(ws-slot-crypt-real(ws-found-slot-idx)))
                   end-call
                   if ws-slot-crypt-merge(ws-found-slot-idx) then
                       move spaces to ws-crypt-new-name
                       string
                           trim(ws-slot-crypt-real(
                               ws-found-slot-idx))
                           ".new"
                           delimited by size
                           into ws-crypt-new-name
                       end-string
                       call "CBL_DELETE_FILE" using
                           ws-crypt-new-name
                       end-call
                   end-if
                   move ws-err-write-failed to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
               end-if
           end-if

           call "CBL_DELETE_FILE" using
               ws-slot-crypt-fifo(ws-found-slot-idx)
           end-call
           call "CBL_DELETE_FILE" using ws-crypt-done-name
           end-call

           set ws-slot-not-crypt(ws-found-slot-idx) to true
           set ws-slot-crypt-no-merge(ws-found-slot-idx) to true
           move spaces to ws-slot-crypt-real(ws-found-slot-idx)
           move spaces to ws-slot-crypt-fifo(ws-found-slot-idx)

           exit paragraph.


       build-crypt-done-name.

           move spaces to ws-crypt-done-name
           string
               trim(ws-slot-crypt-fifo(ws-found-slot-idx)) ".done"
               delimited by size
               into ws-crypt-done-name
           end-string

           exit paragraph.


      *>   The configured retry policy, read once.
       resolve-retry-policy.

           exit paragraph.


      *>   An extract armed by GLBALANCE is balanced as it closes;
      *>   each suspense line it earns is written ahead of the
      *>   trailers and counted by them like any other record.
       post-gl-suspense-lines.

           move ws-slot-file-number(ws-found-slot-idx)
               to ws-trailer-file-number

           move 1 to ws-trailer-rc
           perform until ws-trailer-rc = 0
               call "glbal-suspense-line" using
                   ws-trailer-file-number
                   ws-trailer-line
                   ws-trailer-rc
               end-call

               if ws-trailer-rc = 1 then
                   evaluate ws-found-slot-idx
                       when 1 write f-file-1-line from ws-trailer-line
                       when 2 write f-file-2-line from ws-trailer-line
                       when 3 write f-file-3-line from ws-trailer-line
                       when 4 write f-file-4-line from ws-trailer-line
                       when 5 write f-file-5-line from ws-trailer-line
                   end-evaluate
                   call "totals-note-write" using
                       ws-trailer-file-number
                       ws-trailer-line
                   end-call
                   call "hdrtrl-note-write" using
                       ws-trailer-file-number
                       ws-trailer-line
                   end-call
               end-if
           end-perform

           exit paragraph.


      *>   Same shape for the HDR/TRL enforcement trailer -- the
      *>   entry also retires the channel's arming with the close.
       stamp-hdrtrl-trailer.
