      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Protected-path guard for environment profiles: a
      *          profile (cbi.<env>.cfg) declares path prefixes with
      *          protected-path=, and any attempt to open a file
      *          live customer master, ended. State is kept in
      *          working-storage so prefixes registered while the
      *          configuration loads are checked on every OPEN for
      *          the rest of the run. A refusal goes to syslog
      *          forwarding as an ENV-GUARD event.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-raise-error-code           pic 9(4).

       01  ws-surface-kind               pic x(16) value "ENV-GUARD".

       linkage section.

       01  l-path-name                   pic x(1024).
                       " is protected."
                   end-display

                   call "error-surface-event" using concatenate(
                       "Environment profile refused write to "
                       "protected path: " trim(l-path-name))
                       ws-surface-kind
                   end-call

                   move ws-err-path-access to ws-raise-error-code
