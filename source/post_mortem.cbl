      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Post-mortem dump for runs that die overnight with
      *          no ON ERROR handler: at the moment
      *          check-pending-runtime-error finds an unhandled
      *          the way the debugger prints variables. cbi
      *          --inspect-dump <file> pages the dump on screen --
      *          the 9am reproduce-and-step session becomes a
      *          five-minute read. Credentials handed out by the
      *          vault are starred in every dump line.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           05  ws-time-offset            pic S9(4).

       01  ws-dump-buffer                pic x(1200).
      *>   Dump lines pass through the vault credential redaction,
      *>   which works on the logger-sized buffer.
       01  ws-dump-redact-buffer         pic x(32768).

       01  ws-window-start               pic 9(10) comp.
       01  ws-window-end                 pic 9(10) comp.

       01  ls-dump-line                  pic x(1200).

       01  ls-error-text                 pic x(256).

       linkage section.

       01  l-error-code                  pic 9(4).
           end-string
           perform write-dump-line

      *>   An error raised with a description (an overflowing
      *>   expression, say) names what failed.
           move spaces to ls-error-text
           call "get-runtime-error-text" using ls-error-text
           end-call
           if ls-error-text not = spaces then
               move spaces to ws-dump-buffer
               string
                   "error: " trim(ls-error-text)
                   delimited by size
                   into ws-dump-buffer
               end-string
               perform write-dump-line
           end-if

           perform dump-source-window
           perform dump-call-stack
           perform dump-open-channels

       write-dump-line.

           move ws-dump-buffer to ws-dump-redact-buffer
           call "redact-secrets" using ws-dump-redact-buffer
           end-call
           move ws-dump-redact-buffer(1:length(ws-dump-buffer))
               to ws-dump-buffer

           write f-dump-line from ws-dump-buffer

           exit paragraph.
