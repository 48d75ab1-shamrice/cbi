      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Code-table subsystem behind the LOOKUP$() function:
      *          the little reference files every report opens for
      *          itself (state codes, reason codes, branch names)
      *          unknown codes (the third argument overrides it).
      *          State is kept in working-storage so each table
      *          loads once per run. Resolved from get-variable the
      *          same way the string functions are. codetable-has-code
      *          answers whether a code is in a table, for edit rules
      *          and FORM fields whose data dictionary element draws
      *          its allowed values from one; codetable-describe hands
      *          a code's description to statements that label what
      *          they import.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       01  ws-code-file-status           pic xx.
           88  ws-code-status-ok         value "00".

      *>   Each table loaded is noted in the lineage register.
       01  ws-lineage-member-kind        pic x(16) value "CODETABLE".
       01  ws-lineage-member-label       pic x(64) value spaces.

       01  ws-code-table-table.
           05  ws-num-code-tables        pic 9(4) comp value 0.
           05  ws-code-table             occurs 20 times.

       01  l-register-value              pic x(448).

       01  l-table-name                  pic x(32).
       01  l-code-value                  pic x(64).
       01  l-code-desc                   pic x(64).

       procedure division using
           l-input-value l-result-type l-result-value l-result-num
           l-return-code.
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point answering whether a code is in a
      *          declared table: return code 1 when it is, 0 when it
      *          is not, 2 when no such table is declared.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "codetable-has-code" using
           l-table-name l-code-value l-return-code.

           move upper-case(trim(l-table-name)) to ls-arg-table-name
           move trim(l-code-value) to ls-arg-code

           perform find-code-table

           if ws-ct-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "CODE-TABLE :: WARN : check against an undeclared "
                   "code table: " trim(ls-arg-table-name))
                   "WARN"
               end-call
               move 2 to l-return-code
               goback
           end-if

           if ws-ct-not-loaded(ws-ct-found-idx) then
               perform load-one-code-table
           end-if

           move 0 to l-return-code
           perform varying ws-ct-code-idx from 1 by 1
           until ws-ct-code-idx
               > ws-ct-num-codes(ws-ct-found-idx)
               if ws-ct-code(ws-ct-found-idx, ws-ct-code-idx)
                   = ls-arg-code(1:32)
               then
                   move 1 to l-return-code
                   exit perform
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point handing back a code's description:
      *          return code 1 when the code is in the table, 0 when
      *          it is not (the description is then the table's *
      *          default, else spaces), 2 when no such table is
      *          declared.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "codetable-describe" using
           l-table-name l-code-value l-code-desc l-return-code.

           move spaces to l-code-desc
           move upper-case(trim(l-table-name)) to ls-arg-table-name
           move trim(l-code-value) to ls-arg-code

           perform find-code-table

           if ws-ct-found-idx = 0 then
               move 2 to l-return-code
               goback
           end-if

           if ws-ct-not-loaded(ws-ct-found-idx) then
               perform load-one-code-table
           end-if

           move 0 to l-return-code
           move ws-ct-default(ws-ct-found-idx) to l-code-desc
           perform varying ws-ct-code-idx from 1 by 1
           until ws-ct-code-idx
               > ws-ct-num-codes(ws-ct-found-idx)
               if ws-ct-code(ws-ct-found-idx, ws-ct-code-idx)
                   = ls-arg-code(1:32)
               then
                   move ws-ct-desc(ws-ct-found-idx, ws-ct-code-idx)
                       to l-code-desc
                   move 1 to l-return-code
                   exit perform
               end-if
           end-perform

           goback.


      *>   LOOKUP$(table, code [, default]) -- the table name and
      *>   default may be quoted literals; the code a literal or a
      *>   declared variable.

           close fd-code-file

           move ws-ct-name(ws-ct-found-idx) to ws-lineage-member-label
           call "lineage-note-member" using
               ws-lineage-member-kind
               ws-lineage-member-label
               ws-code-file-name
           end-call

           call "logger" using concatenate(
               "CODE-TABLE :: Loaded "
               ws-ct-num-codes(ws-ct-found-idx)
