      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Central PII masking for everything written to the
      *          debug log, the trace echo and the audit journal --
      *          compliance keeps flagging full account and card
      *          writers call it unconditionally; this module never
      *          calls the logger (the logger calls it). State is
      *          kept in working-storage so the rules load once.
      *          mask-text-always applies the same rules whatever the
      *          switch says -- for events that leave the box.
      *          Credentials handed out by the vault are registered
      *          here (register-secret) and starred wherever they
      *          appear by both entries whether masking is on or
      *          not; redact-secrets does only that, for the
      *          post-mortem dump and the debugger display. Elements
      *          the data dictionary flags as PII are registered as
      *          field-name patterns too (register-mask-pattern), the
      *          same as a match= rule.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       working-storage section.

       78  ws-max-match-patterns         value 50.
       78  ws-sensitive-min-run          value 6.
      *>   Room for every vault entry and the settings that name
      *>   one.
       78  ws-max-secrets                value 200.

       01  ws-mask-rules-name            pic x(256) value spaces.
       01  ws-mask-rules-status          pic xx.

       01  ws-match-pattern-table.
           05  ws-num-match-patterns     pic 9(4) comp value 0.
           05  ws-match-pattern          pic x(32) occurs 50 times.

       01  ws-secret-table.
           05  ws-num-secrets            pic 9(4) comp value 0.
           05  ws-secret-entry           occurs 200 times.
               10  ws-secret-value       pic x(256).
               10  ws-secret-len         pic 9(4) comp.

       01  ws-secret-idx                 pic 9(4) comp.
       01  ws-new-secret-len             pic 9(4) comp.

       01  ws-pattern-idx                pic 9(4) comp.
       01  ws-pattern-len                pic 9(4) comp.

       01  l-return-code                 pic 9.

       01  l-secret-value                pic x(256).

       01  l-mask-pattern                pic x(32).

       procedure division using l-text-buffer.

      ******************************************************************
               perform resolve-masking-setup
           end-if

           perform redact-secret-values

           if ws-masking-off then
               goback
           end-if

           perform mask-text-buffer

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point masking the buffer in place even when
      *          masking is off for local files: syslog forwarding
      *          must never carry an unmasked number off the box.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "mask-text-always" using l-text-buffer.

           if ws-unresolved then
               perform resolve-masking-setup
           end-if

           perform redact-secret-values
           perform mask-text-buffer

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point registering a credential value so every
      *          later mask-text, mask-text-always and
      *          redact-secrets call stars it out. Any non-blank
      *          value is registered, however short. Return code 1
      *          when the value is registered (or already was), 0
      *          when the table is full and the value is NOT
      *          protected -- the caller must not hand it out.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "register-secret" using l-secret-value l-return-code.

           move 1 to l-return-code

           if trim(l-secret-value) = spaces then
               goback
           end-if

           compute ws-new-secret-len =
               length(trim(l-secret-value))
           end-compute

           perform varying ws-secret-idx from 1 by 1
           until ws-secret-idx > ws-num-secrets
               if ws-secret-value(ws-secret-idx)
                   = trim(l-secret-value)
               then
                   goback
               end-if
           end-perform

           if ws-num-secrets >= ws-max-secrets then
               move 0 to l-return-code
               goback
           end-if

           add 1 to ws-num-secrets
           move trim(l-secret-value)
               to ws-secret-value(ws-num-secrets)
           move ws-new-secret-len to ws-secret-len(ws-num-secrets)

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point starring registered credentials in the
      *          buffer and nothing else -- for displays of variable
      *          values, where digit masking would garble figures.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "redact-secrets" using l-text-buffer.

           perform redact-secret-values

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point adding a field-name pattern, as a
      *          match= rule would -- the data dictionary registers
      *          each element it flags as PII.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "register-mask-pattern" using l-mask-pattern.

           if trim(l-mask-pattern) = spaces then
               goback
           end-if

           perform varying ws-pattern-idx from 1 by 1
           until ws-pattern-idx > ws-num-match-patterns
               if ws-match-pattern(ws-pattern-idx)
                   = upper-case(trim(l-mask-pattern))
               then
                   goback
               end-if
           end-perform

           if ws-num-match-patterns < ws-max-match-patterns then
               add 1 to ws-num-match-patterns
               move upper-case(trim(l-mask-pattern))
                   to ws-match-pattern(ws-num-match-patterns)
           end-if

           goback.


      *>   Every occurrence of a registered value becomes stars of
      *>   the same length.
       redact-secret-values.

           if ws-num-secrets = 0 then
               exit paragraph
           end-if

           compute ws-text-len = length(trim(l-text-buffer trailing))
           end-compute

           perform varying ws-secret-idx from 1 by 1
           until ws-secret-idx > ws-num-secrets

               perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx
                   > ws-text-len - ws-secret-len(ws-secret-idx) + 1
                   if l-text-buffer(ws-scan-idx:
                       ws-secret-len(ws-secret-idx))
                       = ws-secret-value(ws-secret-idx)(1:
                           ws-secret-len(ws-secret-idx))
                   then
                       move all "*" to l-text-buffer(ws-scan-idx:
                           ws-secret-len(ws-secret-idx))
                       add ws-secret-len(ws-secret-idx) to ws-scan-idx
                       subtract 1 from ws-scan-idx
                   end-if
               end-perform
           end-perform

           exit paragraph.


       mask-text-buffer.

           compute ws-text-len = length(trim(l-text-buffer))
           end-compute

           if ws-text-len = 0 then
               exit paragraph
           end-if

      *>   A line carrying a declared field-name pattern masks
               end-if
           end-perform

           exit paragraph.


      ******************************************************************
                   end-if
           end-evaluate

      *>   The rules load either way: mask-text-always uses them
      *>   with masking off.
           accept ws-mask-rules-name
               from environment "CBI_MASK_RULES"
           end-accept
