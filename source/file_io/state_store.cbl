      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Interpreter-managed persistent named state, ending
      *          the eleven ad-hoc one-line cursor files (and the
      *          clobbered check-number file):
      *          update rewrites the store to a scratch and renames
      *          it into place under the store's .lck sentinel, so
      *          an update is atomic against a concurrent run, and
      *          every SETSTATE is reported to the audit journal
      *          and to syslog forwarding.
      *          An unset key reads back as an empty string. The
      *          state-get-value / state-put-value entries give the
      *          interpreter's own features (the balance proof) the
      *          same store and locking without going through a
      *          statement.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
                                         value 1000000000.

       01  ws-audit-note                 pic x(1024).
      *>   audit-write takes the target at its full 1024 width.
       01  ws-audit-target-name          pic x(1024).
       01  ws-setstate-kind              pic x(16) value "SETSTATE".

      *>   A busy lock honors the shared transient-error retry
      *>   policy (retry-count / retry-interval-secs) on top of the
       01  l-result-num                  pic S9(16).
       01  l-return-code                 pic 9.

       01  l-state-key                   pic x(64).
       01  l-state-value                 pic x(1024).

       procedure division using l-src-code-str.

      ******************************************************************
               delimited by size
               into ws-audit-note
           end-string
           move ws-state-file-name to ws-audit-target-name
           call "audit-write" using
               ws-audit-target-name
               ws-audit-note
           end-call
           call "syslog-event" using ws-audit-note ws-setstate-kind
           end-call

           call "logger" using concatenate(
               "STATE-STORE :: SETSTATE " trim(ls-state-key)
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for reading a key from inside the
      *          interpreter; spaces when unset.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "state-get-value" using l-state-key l-state-value.

           move upper-case(trim(l-state-key)) to ls-state-key
           perform read-store-value
           move ls-state-value to l-state-value

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for updating a key from inside the
      *          interpreter, under the same lock, journal and
      *          syslog reporting as SETSTATE. Return code 0 when
      *          the store was busy and nothing was written.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "state-put-value" using
           l-state-key l-state-value l-return-code.

           move 0 to l-return-code
           move upper-case(trim(l-state-key)) to ls-state-key
           move l-state-value to ls-state-value

           perform resolve-store-names
           perform take-store-lock

           if ws-lock-not-held then
               call "logger-leveled" using concatenate(
                   "STATE-STORE :: ERROR : state store busy, "
                   "update not applied for key "
                   trim(ls-state-key))
                   "ERROR"
               end-call
               goback
           end-if

           perform rewrite-store-with-key
           perform release-store-lock

           move spaces to ws-audit-note
           string
               "SETSTATE " trim(ls-state-key)
               " = " trim(ls-state-value)
               delimited by size
               into ws-audit-note
           end-string
           move ws-state-file-name to ws-audit-target-name
           call "audit-write" using
               ws-audit-target-name
               ws-audit-note
           end-call
           call "syslog-event" using ws-audit-note ws-setstate-kind
           end-call

           call "logger" using concatenate(
               "STATE-STORE :: " trim(ls-state-key)
               " = " trim(ls-state-value))
           end-call

           move 1 to l-return-code
           goback.


      *>   The SETSTATE value -- a quoted literal or a declared
      *>   variable of any type.
       resolve-value-operand.
