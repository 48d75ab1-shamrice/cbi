      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: SQL database access for scripts that post to or
      *          read from the general ledger and payroll databases
      *          instead of flat extracts:
      *            DBCONNECT #1, "GLDB"
      *            DBEXEC #1, "update acct set bal = ? where id = ?",
      *                NEWBAL, ACCT$
      *            DBQUERY #1, "select id, bal from acct where
      *                region = ?", REGION$
      *            DBFETCH #1, ID$, BAL
      *            WHILE NOT DBEOF(1) ... WEND
      *            DBCLOSE #1
      *          The connection is a logical name only: an ORG DB
      *          entry in the dataset catalog gives the database
      *          (sqlite:/path/file.db or postgresql://host/db) and
      *          its USER= and PASSWORD=vault:<entry> options, so no
      *          host, database or credential is ever in a script;
      *          a password not held in the vault is refused.
      *          Values reach the SQL only through ? parameters --
      *          a string is bound as a quoted literal with its
      *          quotes doubled, a number only once it checks as
      *          numeric -- so script data can never change the
      *          statement itself.
      *          DBQUERY runs the query once into a private scratch
      *          result; DBFETCH takes the next row into a list of
      *          variables, into a TYPE record (columns to members
      *          in declaration order, nested TYPEs flattened), or
      *          into a DIM'd TYPE array, VAR(1), VAR(2), ... as far
      *          as rows and elements go, with an optional count:
      *            DBFETCH #1, ACCTS, N
      *          DBEOF(n) is true once no row is left.
      *          Inside a BEGIN TRANS bracket DBEXEC is queued with
      *          the file writes; COMMIT runs each connection's
      *          queue as one database transaction before the file
      *          queue is replayed, and a database that refuses it
      *          rolls the whole bracket back. ROLLBACK, and a run
      *          ending inside the bracket, discard it unsent.
      *          Statements go through the sqlite3 or psql client,
      *          the SQL and a psql password file written to
      *          scratch files created empty and chmod 600 first,
      *          same as the curl config in net-transfer. A failed
      *          statement is logged, surfaced, and raises
      *          trappable error 82.
      *          State is kept in working-storage, same as file-io's
      *          slot state, so connections and open results last
      *          across the many separate calls made as the script
      *          runs.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. db-access.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-db-result
               assign to dynamic ws-result-open-name
               organization is line sequential
               file status is ws-result-status.

               select optional fd-db-script
               assign to dynamic ws-script-name
               organization is line sequential
               file status is ws-script-status.

               select optional fd-db-message
               assign to dynamic ws-message-name
               organization is line sequential
               file status is ws-message-status.

       data division.

       file section.

       fd  fd-db-result.
       01  f-db-result-line              pic x(32768).

       fd  fd-db-script.
       01  f-db-script-line              pic x(8192).

       fd  fd-db-message.
       01  f-db-message-line             pic x(512).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-db-connections         value 10.
       78  ws-max-db-operands            value 34.
       78  ws-max-db-columns             value 64.
       78  ws-max-db-nesting             value 8.
       78  ws-err-illegal-function       value 5.
       78  ws-err-bad-file-number        value 52.
       78  ws-err-past-end               value 62.
       78  ws-err-vault-entry            value 78.
       78  ws-err-db-failed              value 82.

       01  ws-raise-error-code           pic 9(4).
       01  ws-env-guard-rc               pic 9 value 0.
       01  ws-trans-active-rc            pic 9 value 0.

       01  ws-db-failed-sw               pic a value 'N'.
           88  ws-db-failed              value 'Y'.
           88  ws-db-not-failed          value 'N'.

      *>   One entry per connection number. The password is the
      *>   value the vault handed over; it is only ever written to
      *>   the owner-only psql password file.
       01  ws-connection-table.
           05  ws-db-conn                occurs 10 times.
               10  ws-db-open-sw         pic a.
                   88  ws-db-open        value 'Y'.
                   88  ws-db-closed      value 'N'.
               10  ws-db-logical         pic x(32).
               10  ws-db-kind            pic a.
                   88  ws-db-sqlite      value 'S'.
                   88  ws-db-postgres    value 'P'.
               10  ws-db-target          pic x(256).
               10  ws-db-user            pic x(64).
               10  ws-db-password        pic x(256).
               10  ws-db-result-name     pic x(64).
               10  ws-db-rows-total      pic 9(8).
               10  ws-db-rows-read       pic 9(8).
               10  ws-db-pending-name    pic x(64).
               10  ws-db-pending-count   pic 9(4).
       01  ws-table-ready-sw             pic a value 'N'.
           88  ws-table-ready            value 'Y'.

       01  ws-conn-idx                   pic 99 value 0.
       01  ws-conn-disp                  pic z9.
       01  ws-close-idx                  pic 99 value 0.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(1024) occurs 34 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-operand-scratch            pic x(1024).

      *>   Catalog entry behind DBCONNECT.
       01  ws-logical-name               pic x(64).
       01  ws-physical-name              pic x(1024).
       01  ws-db-options                 pic x(128).
       01  ws-catalog-rc                 pic 9 value 0.
       01  ws-option-word                pic x(128).
       01  ws-option-pos                 pic 9(4) comp.
       01  ws-option-key                 pic x(16).
       01  ws-option-value               pic x(256).
       01  ws-cred-setting               pic x(256).
       01  ws-cred-vault-rc              pic 9 value 0.
       01  ws-new-user                   pic x(64).
       01  ws-new-password               pic x(256).
       01  ws-new-kind                   pic a.
       01  ws-new-target                 pic x(256).
       01  ws-quote-count                pic 9(4) comp.

      *>   Parameter binding.
       01  ws-sql-template               pic x(1024).
       01  ws-sql-text                   pic x(8192).
       01  ws-sql-pos                    pic 9(5) comp value 1.
       01  ws-sql-len                    pic 9(5) comp value 0.
       01  ws-tpl-idx                    pic 9(4) comp.
       01  ws-tpl-len                    pic 9(4) comp.
       01  ws-tpl-in-literal-sw          pic a value 'N'.
           88  ws-tpl-in-literal         value 'Y'.
           88  ws-tpl-not-in-literal     value 'N'.
       01  ws-placeholder-count          pic 9(4) comp.
       01  ws-param-idx                  pic 9(4) comp.
       01  ws-param-total                pic 9(4) comp.
       01  ws-param-disp                 pic zz9.
       01  ws-bind-literal               pic x(2100).
       01  ws-bind-len                   pic 9(4) comp.
       01  ws-bind-value                 pic x(1024).
       01  ws-bind-value-len             pic 9(4) comp.
       01  ws-bind-char-idx              pic 9(4) comp.
       01  ws-append-text                pic x(2100).
       01  ws-append-len                 pic 9(4) comp.
       01  ws-num-disp                   pic -(15)9.
       01  ws-dec-disp                   pic -(12)9.9(6).

      *>   Scratch files: SQL script, psql password file, client
      *>   messages, results; named with the clock and the
      *>   connection number so neither concurrent runs nor open
      *>   connections ever share one.
       01  ws-clock-stamp                pic x(21).
       01  ws-scratch-suffix             pic x(4).
       01  ws-scratch-name               pic x(64).
       01  ws-private-name               pic x(64).
       01  ws-private-handle             pic x(4).
       01  ws-private-access             pic x comp-x value 3.
       01  ws-private-deny               pic x comp-x value 0.
       01  ws-private-device             pic x comp-x value 0.
       01  ws-chmod-command              pic x(96).
       01  ws-script-name                pic x(64) value spaces.
       01  ws-script-status              pic xx.
           88  ws-script-ok              value "00".
       01  ws-message-name               pic x(64) value spaces.
       01  ws-message-status             pic xx.
           88  ws-message-ok             value "00".
       01  ws-message-text               pic x(512).
       01  ws-pgpass-name                pic x(64) value spaces.
       01  ws-pgpass-line                pic x(600).
       01  ws-pgpass-pos                 pic 9(4) comp.
       01  ws-run-output-name            pic x(64).

       01  ws-shell-command              pic x(2048).
       01  ws-client-status              pic s9(9) comp value 0.
       01  ws-status-disp                pic -(8)9.

      *>   The one result file open for reading at a time; a fetch
      *>   on another connection reopens its own and skips back to
      *>   where that connection left off.
       01  ws-result-open-name           pic x(64) value spaces.
       01  ws-result-status              pic xx.
           88  ws-result-ok              value "00".
       01  ws-result-owner               pic 99 value 0.
       01  ws-result-eof-sw              pic a value 'N'.
           88  ws-result-eof             value 'Y'.
           88  ws-result-not-eof         value 'N'.
       01  ws-skip-idx                   pic 9(8).
       01  ws-rows-disp                  pic z(7)9.

      *>   Current row, split into columns.
       01  ws-row-line                   pic x(32768).
       01  ws-row-len                    pic 9(5) comp.
       01  ws-row-idx                    pic 9(5) comp.
       01  ws-row-char                   pic x.
       01  ws-csv-in-quote-sw            pic a value 'N'.
           88  ws-csv-in-quote           value 'Y'.
           88  ws-csv-not-in-quote       value 'N'.
       01  ws-column-table.
           05  ws-col-count              pic 9(4) comp value 0.
           05  ws-col-entry              occurs 64 times.
               10  ws-col-len            pic 9(4) comp.
               10  ws-col-value          pic x(1024).
       01  ws-col-idx                    pic 9(4) comp.
       01  ws-col-disp                   pic zzz9.
       01  ws-leaf-disp                  pic zzz9.

      *>   DBFETCH targets.
       01  ws-target-var                 pic x(256).
       01  ws-target-type                pic x(32).
       01  ws-target-base                pic x(256).
       01  ws-count-var-name             pic x(256).
       01  ws-value-text                 pic x(1024).
       01  ws-assign-text                pic x(1024).
       01  ws-instance-name              pic x(256).
       01  ws-instance-type              pic x(32).
       01  ws-instance-rc                pic 9.
       01  ws-element-name               pic x(256).
       01  ws-element-idx                pic 9(6).
       01  ws-element-disp               pic z(5)9.
       01  ws-fill-count                 pic 9(6).
       01  ws-fill-disp                  pic z(5)9.
       01  ws-lookup-type                pic x(32).
       01  ws-member-count               pic 9(4).
       01  ws-member-index               pic 9(4).
       01  ws-member-name                pic x(32).
       01  ws-member-type                pic x(32).
       01  ws-record-prefix              pic x(256).
       01  ws-rec-stack.
           05  ws-rec-depth              pic 9(4) comp value 0.
           05  ws-rec-entry              occurs 8 times.
               10  ws-rec-prefix         pic x(256).
               10  ws-rec-type           pic x(32).
               10  ws-rec-member-idx     pic 9(4).
               10  ws-rec-member-count   pic 9(4).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       01  l-commit-rc                   pic 9.

       01  l-input-value                 pic x(256).
       01  l-result-type                 pic x(8).
       01  l-result-value                pic x(1024).
       01  l-result-num                  pic S9(16).
       01  l-return-code                 pic 9.

       procedure division using l-src-code-str.

       main-procedure.

           perform prepare-connection-table
           set ws-db-not-failed to true

           evaluate true
               when upper-case(l-src-code-str(1:length(ws-dbconnect)))
                   = ws-dbconnect
                   move l-src-code-str(length(ws-dbconnect) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform connect-statement

               when upper-case(l-src-code-str(1:length(ws-dbexec)))
                   = ws-dbexec
                   move l-src-code-str(length(ws-dbexec) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform exec-statement

               when upper-case(l-src-code-str(1:length(ws-dbquery)))
                   = ws-dbquery
                   move l-src-code-str(length(ws-dbquery) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform query-statement

               when upper-case(l-src-code-str(1:length(ws-dbfetch)))
                   = ws-dbfetch
                   move l-src-code-str(length(ws-dbfetch) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform fetch-statement

               when upper-case(l-src-code-str(1:length(ws-dbclose)))
                   = ws-dbclose
                   move l-src-code-str(length(ws-dbclose) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform close-statement

               when other
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: WARN : Unrecognized database "
                       "statement: " trim(l-src-code-str))
                       "WARN"
                   end-call
           end-evaluate

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point COMMIT calls before the file queue is
      *          replayed: each connection's queued DBEXECs run as
      *          one database transaction. Returns false at the
      *          first connection that refuses its work; the rest
      *          are discarded unsent and the caller rolls the
      *          bracket back.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "db-commit-pending" using l-commit-rc.

           perform prepare-connection-table
           set ws-db-not-failed to true
           move 1 to l-commit-rc

           perform varying ws-conn-idx from 1 by 1
           until ws-conn-idx > ws-max-db-connections
               or ws-db-failed
               if ws-db-pending-count(ws-conn-idx) > 0 then
                   perform commit-connection-queue
               end-if
           end-perform

           if ws-db-failed then
               move 0 to l-commit-rc
               perform varying ws-conn-idx from 1 by 1
               until ws-conn-idx > ws-max-db-connections
                   perform discard-connection-queue
               end-perform
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point ROLLBACK (and the automatic rollback
      *          at an unhandled error or end of run) calls: queued
      *          DBEXECs are dropped without reaching the database.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "db-discard-pending".

           perform prepare-connection-table

           perform varying ws-conn-idx from 1 by 1
           until ws-conn-idx > ws-max-db-connections
               perform discard-connection-queue
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the end of run calls: every connection
      *          still open is closed and its scratch files removed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "db-close-all".

           perform prepare-connection-table

           perform varying ws-close-idx from 1 by 1
           until ws-close-idx > ws-max-db-connections
               if ws-db-open(ws-close-idx) then
                   move ws-close-idx to ws-conn-idx
                   perform release-connection
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the DBEOF() function, resolved from
      *          get-variable the same way the string functions
      *          are: 1 when the connection has no row left to
      *          fetch (or no query, or is not open), 0 otherwise.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "db-eof-func" using
           l-input-value l-result-type l-result-value l-result-num
           l-return-code.

           perform prepare-connection-table
           move 0 to l-return-code
           move spaces to l-result-value
           move 0 to l-result-num

           move trim(l-input-value) to ws-operand-scratch
           if upper-case(ws-operand-scratch(1:length(ws-dbeof-func)))
               not = ws-dbeof-func
           then
               goback
           end-if

           move ws-operand-scratch(length(ws-dbeof-func) + 1:)
               to ws-operand-scratch
           inspect ws-operand-scratch replacing all ")" by space
           inspect ws-operand-scratch replacing all "#" by space

           move "INTEGER" to l-result-type
           move 1 to l-result-num
           move 1 to l-return-code

           if test-numval(trim(ws-operand-scratch)) = 0 then
               compute ws-conn-idx = numval(ws-operand-scratch)
               end-compute
               if ws-conn-idx >= 1
                   and ws-conn-idx <= ws-max-db-connections
               then
                   if ws-db-open(ws-conn-idx)
                       and ws-db-rows-read(ws-conn-idx)
                           < ws-db-rows-total(ws-conn-idx)
                   then
                       move 0 to l-result-num
                   end-if
               end-if
           end-if

           goback.


      *>   The connection table is cleared on first call.
       prepare-connection-table.

           if ws-table-ready then
               exit paragraph
           end-if

           set ws-table-ready to true
           perform varying ws-conn-idx from 1 by 1
           until ws-conn-idx > ws-max-db-connections
               set ws-db-closed(ws-conn-idx) to true
               move spaces to ws-db-logical(ws-conn-idx)
               move space to ws-db-kind(ws-conn-idx)
               move spaces to ws-db-target(ws-conn-idx)
               move spaces to ws-db-user(ws-conn-idx)
               move spaces to ws-db-password(ws-conn-idx)
               move spaces to ws-db-result-name(ws-conn-idx)
               move 0 to ws-db-rows-total(ws-conn-idx)
               move 0 to ws-db-rows-read(ws-conn-idx)
               move spaces to ws-db-pending-name(ws-conn-idx)
               move 0 to ws-db-pending-count(ws-conn-idx)
           end-perform

           exit paragraph.


      *>   DBCONNECT #n, "LOGICAL" -- the catalog supplies the rest.
       connect-statement.

           if ws-operand-count not = 2
               or ws-operand(2) = spaces
           then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : Malformed statement. "
                   "Expected DBCONNECT #n, ""LOGICAL"": "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           perform resolve-connection-number
           if ws-db-failed then
               exit paragraph
           end-if

           if ws-db-open(ws-conn-idx) then
               if ws-db-pending-count(ws-conn-idx) > 0 then
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: ERROR : connection #"
                       trim(ws-conn-disp) " has work queued in "
                       "an open transaction bracket; COMMIT or "
                       "ROLLBACK before reconnecting it.")
                       "ERROR"
                   end-call
                   move ws-err-illegal-function
                       to ws-raise-error-code
                   perform fail-statement
                   exit paragraph
               end-if
               perform release-connection
           end-if

           move trim(ws-operand(2)) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-logical-name
           if ws-logical-name(1:1) = "@" then
               move ws-logical-name(2:) to ws-logical-name
           end-if

           call "catalog-db-target" using
               ws-logical-name ws-physical-name ws-db-options
               ws-catalog-rc
           end-call

           if ws-catalog-rc = 0 then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : " trim(ws-logical-name)
                   " is not an ORG DB entry in the dataset "
                   "catalog. Connections are named there, never "
                   "in the script.")
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Database " trim(ws-logical-name)
                   " is not cataloged")
               end-call
               move ws-err-db-failed to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           evaluate true
               when lower-case(ws-physical-name(1:7)) = "sqlite:"
                   move 'S' to ws-new-kind
                   move ws-physical-name(8:) to ws-new-target
               when lower-case(ws-physical-name(1:13))
                   = "postgresql://"
                   or lower-case(ws-physical-name(1:11))
                       = "postgres://"
                   move 'P' to ws-new-kind
                   move ws-physical-name to ws-new-target
               when other
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: ERROR : catalog entry "
                       trim(ws-logical-name) " names an unknown "
                       "database kind: " trim(ws-physical-name)
                       " (expected sqlite: or postgresql://).")
                       "ERROR"
                   end-call
                   move ws-err-db-failed to ws-raise-error-code
                   perform fail-statement
                   exit paragraph
           end-evaluate

           perform parse-connection-options
           if ws-db-failed then
               exit paragraph
           end-if

      *>   Target and user go inside single quotes on the client
      *>   command line; one that could close the quote is refused.
           move 0 to ws-quote-count
           inspect ws-new-target tallying ws-quote-count for all "'"
           inspect ws-new-user tallying ws-quote-count for all "'"
           if ws-quote-count > 0 then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : catalog entry "
                   trim(ws-logical-name) " has a quote in its "
                   "connection or user. Refused.")
                   "ERROR"
               end-call
               move ws-err-db-failed to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           set ws-db-open(ws-conn-idx) to true
           move upper-case(ws-logical-name)
               to ws-db-logical(ws-conn-idx)
           move ws-new-kind to ws-db-kind(ws-conn-idx)
           move ws-new-target to ws-db-target(ws-conn-idx)
           move ws-new-user to ws-db-user(ws-conn-idx)
           move ws-new-password to ws-db-password(ws-conn-idx)
           move spaces to ws-db-result-name(ws-conn-idx)
           move 0 to ws-db-rows-total(ws-conn-idx)
           move 0 to ws-db-rows-read(ws-conn-idx)
           move spaces to ws-db-pending-name(ws-conn-idx)
           move 0 to ws-db-pending-count(ws-conn-idx)

      *>   Prove the connection now rather than at the first real
      *>   statement, so a bad catalog entry or credential shows up
      *>   on the DBCONNECT line.
           move "select 1;" to ws-sql-text
           move "/dev/null" to ws-run-output-name
           perform run-statement-now
           if ws-db-failed then
               set ws-db-closed(ws-conn-idx) to true
               move spaces to ws-db-password(ws-conn-idx)
               exit paragraph
           end-if

           call "logger" using concatenate(
               "DB-ACCESS :: DBCONNECT #" trim(ws-conn-disp)
               " -> " trim(ws-db-logical(ws-conn-idx)))
           end-call

           exit paragraph.


      *>   USER=name PASSWORD=vault:<entry>, either in any order.
      *>   A password must come from the vault; a literal one in the
      *>   catalog is refused rather than used.
       parse-connection-options.

           move spaces to ws-new-user
           move spaces to ws-new-password
           move 1 to ws-option-pos

           perform until ws-option-pos > length(ws-db-options)
               or ws-db-failed
               move spaces to ws-option-word
               unstring ws-db-options
                   delimited by all space
                   into ws-option-word
                   with pointer ws-option-pos
               end-unstring

               if ws-option-word = spaces then
                   exit perform
               end-if

               move spaces to ws-option-key
               move spaces to ws-option-value
               unstring ws-option-word
                   delimited by "="
                   into ws-option-key ws-option-value
               end-unstring

               evaluate upper-case(trim(ws-option-key))
                   when "USER"
                       move ws-option-value to ws-cred-setting
                       perform resolve-vault-setting
                       move ws-cred-setting to ws-new-user

                   when "PASSWORD"
                       if lower-case(ws-option-value(1:6))
                           not = "vault:"
                       then
                           call "logger-leveled" using concatenate(
                               "DB-ACCESS :: ERROR : catalog entry "
                               trim(ws-logical-name) " carries a "
                               "literal password. Passwords come "
                               "from the vault only "
                               "(PASSWORD=vault:<entry>).")
                               "ERROR"
                           end-call
                           move ws-err-vault-entry
                               to ws-raise-error-code
                           perform fail-statement
                           exit perform
                       end-if
                       move ws-option-value to ws-cred-setting
                       perform resolve-vault-setting
                       move ws-cred-setting to ws-new-password

                   when other
                       call "logger-leveled" using concatenate(
                           "DB-ACCESS :: WARN : catalog entry "
                           trim(ws-logical-name) " option "
                           trim(ws-option-key) " not recognized. "
                           "Ignored.")
                           "WARN"
                       end-call
               end-evaluate
           end-perform

           exit paragraph.


       resolve-vault-setting.

           call "vault-resolve-reference" using
               ws-cred-setting ws-cred-vault-rc
           end-call

           if ws-cred-vault-rc = 2 then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : credential for "
                   trim(ws-logical-name) " is not in the vault. "
                   "Not connected.")
                   "ERROR"
               end-call
               move ws-err-vault-entry to ws-raise-error-code
               perform fail-statement
           end-if

           exit paragraph.


      *>   DBEXEC #n, "sql", params... -- run now, or queued with
      *>   the bracket when one is open.
       exec-statement.

           perform check-open-connection
           if ws-db-failed then
               exit paragraph
           end-if

           perform bind-parameters
           if ws-db-failed then
               exit paragraph
           end-if

           if ws-db-sqlite(ws-conn-idx) then
               move ws-db-target(ws-conn-idx) to ws-physical-name
               call "env-guard-check" using
                   ws-physical-name ws-env-guard-rc
               end-call
               if ws-env-guard-rc = 0 then
                   set ws-db-failed to true
                   exit paragraph
               end-if
           end-if

           call "trans-active" using ws-trans-active-rc
           end-call

           if ws-trans-active-rc = 1 then
               perform queue-statement
               exit paragraph
           end-if

           move "/dev/null" to ws-run-output-name
           perform run-statement-now
           if ws-db-failed then
               exit paragraph
           end-if

           call "logger" using concatenate(
               "DB-ACCESS :: DBEXEC #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx)) " : "
               trim(ws-sql-template))
           end-call

           exit paragraph.


      *>   DBQUERY #n, "select ...", params... -- the whole result
      *>   lands in the connection's scratch result for DBFETCH.
       query-statement.

           perform check-open-connection
           if ws-db-failed then
               exit paragraph
           end-if

           perform bind-parameters
           if ws-db-failed then
               exit paragraph
           end-if

           if ws-db-pending-count(ws-conn-idx) > 0 then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: WARN : DBQUERY on #"
                   trim(ws-conn-disp) " does not see the DBEXEC "
                   "work queued in the open bracket until COMMIT.")
                   "WARN"
               end-call
           end-if

           perform discard-result

           move ".csv" to ws-scratch-suffix
           perform make-scratch-name
           move ws-scratch-name to ws-private-name
           perform create-private-file
           move ws-scratch-name to ws-db-result-name(ws-conn-idx)

           move ws-db-result-name(ws-conn-idx) to ws-run-output-name
           perform run-statement-now
           if ws-db-failed then
               perform discard-result
               exit paragraph
           end-if

           perform count-result-rows

           move ws-db-rows-total(ws-conn-idx) to ws-rows-disp
           call "logger" using concatenate(
               "DB-ACCESS :: DBQUERY #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx)) " : "
               trim(ws-sql-template) " : " trim(ws-rows-disp)
               " row(s)")
           end-call

           exit paragraph.


      *>   DBFETCH #n, A, B$, ...   next row into variables
      *>   DBFETCH #n, REC          next row into a TYPE record
      *>   DBFETCH #n, ARR [, N]    rows into a TYPE array
       fetch-statement.

           if ws-operand-count < 2 or ws-operand(2) = spaces then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : Malformed statement. "
                   "Expected DBFETCH #n, VAR [, VAR ...]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           perform check-open-connection
           if ws-db-failed then
               exit paragraph
           end-if

           move upper-case(trim(ws-operand(2))) to ws-target-base

           move ws-target-base to ws-instance-name
           call "get-instance-type" using
               ws-instance-name ws-instance-type ws-instance-rc
           end-call
           if ws-instance-rc = 1 then
               perform fetch-next-row
               if ws-db-failed then
                   exit paragraph
               end-if
               move ws-target-base to ws-record-prefix
               perform fetch-into-record
               exit paragraph
           end-if

           move concatenate(trim(ws-target-base) "(1)")
               to ws-instance-name
           call "get-instance-type" using
               ws-instance-name ws-instance-type ws-instance-rc
           end-call
           if ws-instance-rc = 1 then
               perform fetch-into-array
               exit paragraph
           end-if

           perform fetch-next-row
           if ws-db-failed then
               exit paragraph
           end-if
           perform fetch-into-variables

           exit paragraph.


      *>   DBCLOSE #n
       close-statement.

           perform check-open-connection
           if ws-db-failed then
               exit paragraph
           end-if

           if ws-db-pending-count(ws-conn-idx) > 0 then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : connection #"
                   trim(ws-conn-disp) " has work queued in an "
                   "open transaction bracket; COMMIT or ROLLBACK "
                   "before closing it.")
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           call "logger" using concatenate(
               "DB-ACCESS :: DBCLOSE #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx)))
           end-call

           perform release-connection

           exit paragraph.


       resolve-connection-number.

           move trim(ws-operand(1)) to ws-operand-scratch
           if test-numval(trim(ws-operand-scratch)) not = 0 then
               move 0 to ws-conn-idx
           else
               compute ws-conn-idx = numval(ws-operand-scratch)
               end-compute
           end-if
           move ws-conn-idx to ws-conn-disp

           if ws-conn-idx < 1
               or ws-conn-idx > ws-max-db-connections
           then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : bad connection number: "
                   trim(ws-operand(1)) " (1 to "
                   ws-max-db-connections "): "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-bad-file-number to ws-raise-error-code
               perform fail-statement
           end-if

           exit paragraph.


       check-open-connection.

           perform resolve-connection-number
           if ws-db-failed then
               exit paragraph
           end-if

           if ws-db-closed(ws-conn-idx) then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : connection #"
                   trim(ws-conn-disp) " is not open: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-bad-file-number to ws-raise-error-code
               perform fail-statement
           end-if

           exit paragraph.


       fail-statement.

           set ws-db-failed to true
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           exit paragraph.


      *>   Operand 2 is the SQL; each ? outside a quoted SQL literal
      *>   takes the next operand, bound as a literal. The counts
      *>   must agree.
       bind-parameters.

           if ws-operand-count < 2 or ws-operand(2) = spaces then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : Malformed statement. "
                   "Expected #n, ""sql"" [, parameters]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           move trim(ws-operand(2)) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-sql-template

           move 0 to ws-placeholder-count
           set ws-tpl-not-in-literal to true
           move length(trim(ws-sql-template trailing)) to ws-tpl-len
           perform varying ws-tpl-idx from 1 by 1
               until ws-tpl-idx > ws-tpl-len
               evaluate true
                   when ws-sql-template(ws-tpl-idx:1) = "'"
                       if ws-tpl-in-literal then
                           set ws-tpl-not-in-literal to true
                       else
                           set ws-tpl-in-literal to true
                       end-if
                   when ws-sql-template(ws-tpl-idx:1) = "?"
                       and ws-tpl-not-in-literal
                       add 1 to ws-placeholder-count
               end-evaluate
           end-perform

           compute ws-param-total = ws-operand-count - 2
           end-compute
           if ws-placeholder-count not = ws-param-total then
               move ws-placeholder-count to ws-param-disp
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : statement has "
                   trim(ws-param-disp) " ? placeholder(s) but "
                   "a different number of parameters: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           move spaces to ws-sql-text
           move 1 to ws-sql-pos
           move 2 to ws-param-idx
           set ws-tpl-not-in-literal to true

           perform varying ws-tpl-idx from 1 by 1
               until ws-tpl-idx > ws-tpl-len or ws-db-failed
               if ws-sql-template(ws-tpl-idx:1) = "'" then
                   if ws-tpl-in-literal then
                       set ws-tpl-not-in-literal to true
                   else
                       set ws-tpl-in-literal to true
                   end-if
               end-if

               if ws-sql-template(ws-tpl-idx:1) = "?"
                   and ws-tpl-not-in-literal
               then
                   add 1 to ws-param-idx
                   perform bind-one-parameter
                   if ws-db-not-failed then
                       move ws-bind-literal to ws-append-text
                       move ws-bind-len to ws-append-len
                       perform append-sql-text
                   end-if
               else
                   move ws-sql-template(ws-tpl-idx:1)
                       to ws-append-text
                   move 1 to ws-append-len
                   perform append-sql-text
               end-if
           end-perform

           compute ws-sql-len = ws-sql-pos - 1
           end-compute
           if ws-sql-len > 0
               and ws-sql-text(ws-sql-len:1) not = ";"
           then
               move ";" to ws-append-text
               move 1 to ws-append-len
               perform append-sql-text
           end-if

           exit paragraph.


      *>   A quoted literal or string variable becomes a quoted SQL
      *>   string with its quotes doubled; a number literal or
      *>   numeric variable goes in bare, once it checks numeric.
       bind-one-parameter.

           move spaces to ws-bind-literal
           move 0 to ws-bind-len
           move spaces to ws-bind-value
           move trim(ws-operand(ws-param-idx)) to ws-operand-scratch

           evaluate true
               when ws-operand-scratch = spaces
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: ERROR : empty parameter: "
                       trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-illegal-function to ws-raise-error-code
                   perform fail-statement

               when ws-operand-scratch(1:1) = '"'
                   move ws-operand-scratch(2:) to ws-bind-value
                   move length(trim(ws-bind-value trailing))
                       to ws-bind-value-len
                   if ws-bind-value-len > 0
                       and ws-bind-value(ws-bind-value-len:1) = '"'
                   then
                       move space
                           to ws-bind-value(ws-bind-value-len:1)
                   end-if
                   perform quote-bind-value

               when test-numval(trim(ws-operand-scratch)) = 0
                   move trim(ws-operand-scratch) to ws-bind-literal
                   move length(trim(ws-operand-scratch))
                       to ws-bind-len

               when other
                   move upper-case(trim(ws-operand-scratch))
                       to ls-variable-name
                   call "get-variable" using
                       ls-variable ls-get-variable-return-code
                   end-call

                   if ls-get-variable-return-code = 0 then
                       call "logger-leveled" using concatenate(
                           "DB-ACCESS :: ERROR : parameter "
                           trim(ws-operand-scratch) " is not a "
                           "literal or a declared variable.")
                           "ERROR"
                       end-call
                       move ws-err-illegal-function
                           to ws-raise-error-code
                       perform fail-statement
                       exit paragraph
                   end-if

                   evaluate true
                       when ls-type-string
                           move trim(ls-variable-value)
                               to ws-bind-value
                           if ws-bind-value(1:1) = '"' then
                               move ws-bind-value(2:)
                                   to ws-bind-value
                           end-if
                           move length(trim(ws-bind-value trailing))
                               to ws-bind-value-len
                           if ws-bind-value-len > 0
                               and ws-bind-value(ws-bind-value-len:1)
                                   = '"'
                           then
                               move space to ws-bind-value(
                                   ws-bind-value-len:1)
                           end-if
                           perform quote-bind-value

                       when ls-type-single
                       when ls-type-double
                       when ls-type-decimal
                           move ls-variable-value-dec to ws-dec-disp
                           move trim(ws-dec-disp) to ws-bind-literal
                           move length(trim(ws-dec-disp))
                               to ws-bind-len

                       when other
                           move ls-variable-value-num to ws-num-disp
                           move trim(ws-num-disp) to ws-bind-literal
                           move length(trim(ws-num-disp))
                               to ws-bind-len
                   end-evaluate
           end-evaluate

           exit paragraph.


       quote-bind-value.

           move "'" to ws-bind-literal(1:1)
           move 1 to ws-bind-len

           if ws-bind-value = spaces then
               move 0 to ws-bind-value-len
           else
               move length(trim(ws-bind-value trailing))
                   to ws-bind-value-len
           end-if

           perform varying ws-bind-char-idx from 1 by 1
               until ws-bind-char-idx > ws-bind-value-len
               add 1 to ws-bind-len
               move ws-bind-value(ws-bind-char-idx:1)
                   to ws-bind-literal(ws-bind-len:1)
               if ws-bind-value(ws-bind-char-idx:1) = "'" then
                   add 1 to ws-bind-len
                   move "'" to ws-bind-literal(ws-bind-len:1)
               end-if
           end-perform

           add 1 to ws-bind-len
           move "'" to ws-bind-literal(ws-bind-len:1)

           exit paragraph.


       append-sql-text.

           if ws-append-len = 0 then
               exit paragraph
           end-if

           if ws-sql-pos + ws-append-len - 1 > length(ws-sql-text)
           then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : bound statement longer "
                   "than " length(ws-sql-text) " characters: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           move ws-append-text(1:ws-append-len)
               to ws-sql-text(ws-sql-pos:ws-append-len)
           add ws-append-len to ws-sql-pos

           exit paragraph.


      *>   The bound statement in a private script file, run through
      *>   the connection's client with its output going to
      *>   ws-run-output-name.
       run-statement-now.

           move ".sql" to ws-scratch-suffix
           perform make-scratch-name
           move ws-scratch-name to ws-script-name
           move ws-scratch-name to ws-private-name
           perform create-private-file

           open extend fd-db-script
           write f-db-script-line from ws-sql-text
           close fd-db-script

           perform run-client

           call "CBL_DELETE_FILE" using ws-script-name
           end-call

           exit paragraph.


      *>   The first DBEXEC of a bracket opens the connection's queue
      *>   with BEGIN; COMMIT closes it and sends it whole.
       queue-statement.

           if ws-db-pending-count(ws-conn-idx) = 0 then
               move ".pnd" to ws-scratch-suffix
               perform make-scratch-name
               move ws-scratch-name to ws-db-pending-name(ws-conn-idx)
               move ws-scratch-name to ws-private-name
               perform create-private-file
               move ws-db-pending-name(ws-conn-idx) to ws-script-name
               open extend fd-db-script
               write f-db-script-line from "BEGIN;"
               close fd-db-script
           end-if

           move ws-db-pending-name(ws-conn-idx) to ws-script-name
           open extend fd-db-script
           write f-db-script-line from ws-sql-text
           close fd-db-script

           add 1 to ws-db-pending-count(ws-conn-idx)

           call "logger" using concatenate(
               "DB-ACCESS :: DBEXEC #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx))
               " queued in transaction bracket : "
               trim(ws-sql-template))
           end-call

           exit paragraph.


       commit-connection-queue.

           move ws-conn-idx to ws-conn-disp
           move ws-db-pending-name(ws-conn-idx) to ws-script-name
           open extend fd-db-script
           write f-db-script-line from "COMMIT;"
           close fd-db-script

           move "/dev/null" to ws-run-output-name
           perform run-client

           if ws-db-failed then
               exit paragraph
           end-if

           move ws-db-pending-count(ws-conn-idx) to ws-rows-disp
           call "logger" using concatenate(
               "DB-ACCESS :: COMMIT #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx)) " -- "
               trim(ws-rows-disp) " statement(s) committed.")
           end-call

           call "CBL_DELETE_FILE" using ws-script-name
           end-call
           move spaces to ws-db-pending-name(ws-conn-idx)
           move 0 to ws-db-pending-count(ws-conn-idx)

           exit paragraph.


       discard-connection-queue.

           if ws-db-pending-count(ws-conn-idx) = 0
               and ws-db-pending-name(ws-conn-idx) = spaces
           then
               exit paragraph
           end-if

           move ws-conn-idx to ws-conn-disp
           move ws-db-pending-count(ws-conn-idx) to ws-rows-disp
           call "logger" using concatenate(
               "DB-ACCESS :: ROLLBACK #" trim(ws-conn-disp) " "
               trim(ws-db-logical(ws-conn-idx)) " -- discarded "
               trim(ws-rows-disp) " queued statement(s).")
           end-call

           move ws-db-pending-name(ws-conn-idx) to ws-script-name
           call "CBL_DELETE_FILE" using ws-script-name
           end-call
           move spaces to ws-db-pending-name(ws-conn-idx)
           move 0 to ws-db-pending-count(ws-conn-idx)

           exit paragraph.


      *>   sqlite3 or psql over ws-script-name. The password, when
      *>   there is one, rides a private password file, never the
      *>   command line; the client's messages are kept for the
      *>   failure report.
       run-client.

           move ".err" to ws-scratch-suffix
           perform make-scratch-name
           move ws-scratch-name to ws-message-name

           move spaces to ws-shell-command
           if ws-db-sqlite(ws-conn-idx) then
               string
                   "sqlite3 -batch -bail -csv -noheader '"
                   trim(ws-db-target(ws-conn-idx)) "' < "
                   trim(ws-script-name) " > "
                   trim(ws-run-output-name) " 2> "
                   trim(ws-message-name)
                   delimited by size
                   into ws-shell-command
               end-string
           else
               perform write-pgpass-file
               if ws-pgpass-name not = spaces then
                   string
                       "PGPASSFILE=" trim(ws-pgpass-name) " "
                       delimited by size
                       into ws-shell-command
                   end-string
               end-if
               move concatenate(trim(ws-shell-command) " "
                   "psql -X -q -w --csv -t -v ON_ERROR_STOP=1")
                   to ws-shell-command
               if ws-db-user(ws-conn-idx) not = spaces then
                   move concatenate(trim(ws-shell-command)
                       " -U '" trim(ws-db-user(ws-conn-idx)) "'")
                       to ws-shell-command
               end-if
               move concatenate(trim(ws-shell-command)
                   " -d '" trim(ws-db-target(ws-conn-idx)) "'"
                   " -f " trim(ws-script-name)
                   " < /dev/null > " trim(ws-run-output-name)
                   " 2> " trim(ws-message-name))
                   to ws-shell-command
           end-if

           call "SYSTEM" using ws-shell-command
           end-call
           move return-code to ws-client-status

           if ws-pgpass-name not = spaces then
               call "CBL_DELETE_FILE" using ws-pgpass-name
               end-call
               move spaces to ws-pgpass-name
           end-if

           if ws-client-status not = 0 then
               perform report-client-failure
           end-if

           call "CBL_DELETE_FILE" using ws-message-name
           end-call

           exit paragraph.


      *>   hostname:port:database:username:password, wildcarded to
      *>   the one connection the file is made for; : and \ in the
      *>   password are escaped the way libpq expects.
       write-pgpass-file.

           move spaces to ws-pgpass-name
           if ws-db-password(ws-conn-idx) = spaces then
               exit paragraph
           end-if

           move ".pgp" to ws-scratch-suffix
           perform make-scratch-name
           move ws-scratch-name to ws-pgpass-name

           move ws-pgpass-name to ws-private-name
           perform create-private-file

           move spaces to ws-pgpass-line
           move "*:*:*:*:" to ws-pgpass-line
           move 9 to ws-pgpass-pos
           move ws-db-password(ws-conn-idx) to ws-bind-value
           move length(trim(ws-bind-value trailing))
               to ws-bind-value-len
           perform varying ws-bind-char-idx from 1 by 1
               until ws-bind-char-idx > ws-bind-value-len
               if ws-bind-value(ws-bind-char-idx:1) = ":"
                   or ws-bind-value(ws-bind-char-idx:1) = "\"
               then
                   move "\" to ws-pgpass-line(ws-pgpass-pos:1)
                   add 1 to ws-pgpass-pos
               end-if
               move ws-bind-value(ws-bind-char-idx:1)
                   to ws-pgpass-line(ws-pgpass-pos:1)
               add 1 to ws-pgpass-pos
           end-perform
           move spaces to ws-bind-value

           move ws-pgpass-name to ws-script-name
           open extend fd-db-script
           write f-db-script-line from ws-pgpass-line
           close fd-db-script
           move spaces to ws-pgpass-line

           exit paragraph.


       report-client-failure.

           move ws-client-status to ws-status-disp
           move spaces to ws-message-text

           open input fd-db-message
           if ws-message-ok then
               read fd-db-message into ws-message-text
                   at end move spaces to ws-message-text
               end-read
           end-if
           close fd-db-message

           if ws-message-text = spaces then
               move "no message from the database client"
                   to ws-message-text
           end-if

           call "logger-leveled" using concatenate(
               "DB-ACCESS :: ERROR : " trim(ws-db-logical(ws-conn-idx))
               " statement failed, client status "
               trim(ws-status-disp) " : " trim(ws-message-text))
               "ERROR"
           end-call
           call "error-surface" using concatenate(
               "Database " trim(ws-db-logical(ws-conn-idx))
               " statement failed: " trim(ws-message-text))
           end-call

           move ws-err-db-failed to ws-raise-error-code
           perform fail-statement

           exit paragraph.


       make-scratch-name.

           move function current-date to ws-clock-stamp
           move ws-conn-idx to ws-conn-disp

           move spaces to ws-scratch-name
           string
               "cbi_db_"
               ws-clock-stamp(9:8) "_"
               trim(ws-conn-disp)
               ws-scratch-suffix
               delimited by size
               into ws-scratch-name
           end-string

           exit paragraph.


      *>   Create empty, close down to owner-only, then fill -- the
      *>   data and credentials are never on disk world-readable.
       create-private-file.

           call "CBL_DELETE_FILE" using ws-private-name
           end-call

           call "CBL_CREATE_FILE" using
               ws-private-name
               ws-private-access
               ws-private-deny
               ws-private-device
               ws-private-handle
           end-call
           call "CBL_CLOSE_FILE" using ws-private-handle
           end-call

           move spaces to ws-chmod-command
           string
               "chmod 600 " trim(ws-private-name)
               delimited by size
               into ws-chmod-command
           end-string
           call "SYSTEM" using ws-chmod-command
           end-call

           exit paragraph.


       count-result-rows.

           move 0 to ws-db-rows-total(ws-conn-idx)
           move 0 to ws-db-rows-read(ws-conn-idx)

           if ws-result-owner > 0 then
               close fd-db-result
               move 0 to ws-result-owner
           end-if

           move ws-db-result-name(ws-conn-idx) to ws-result-open-name
           open input fd-db-result
           if not ws-result-ok then
               close fd-db-result
               exit paragraph
           end-if

           set ws-result-not-eof to true
           perform until ws-result-eof
               read fd-db-result
                   at end set ws-result-eof to true
                   not at end
                       add 1 to ws-db-rows-total(ws-conn-idx)
               end-read
           end-perform

           close fd-db-result

           exit paragraph.


      *>   Next row of the connection's result into the column
      *>   table. No row left is input past end, error 62.
       fetch-next-row.

           move 0 to ws-col-count

           if ws-db-rows-read(ws-conn-idx)
               >= ws-db-rows-total(ws-conn-idx)
           then
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: ERROR : DBFETCH #"
                   trim(ws-conn-disp) " with no row left. Check "
                   "DBEOF(" trim(ws-conn-disp) ") first.")
                   "ERROR"
               end-call
               move ws-err-past-end to ws-raise-error-code
               perform fail-statement
               exit paragraph
           end-if

           if ws-result-owner not = ws-conn-idx then
               if ws-result-owner > 0 then
                   close fd-db-result
                   move 0 to ws-result-owner
               end-if
               move ws-db-result-name(ws-conn-idx)
                   to ws-result-open-name
               open input fd-db-result
               if not ws-result-ok then
                   close fd-db-result
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: ERROR : query result for #"
                       trim(ws-conn-disp) " cannot be read, status "
                       ws-result-status)
                       "ERROR"
                   end-call
                   move ws-err-db-failed to ws-raise-error-code
                   perform fail-statement
                   exit paragraph
               end-if
               move ws-conn-idx to ws-result-owner
               perform varying ws-skip-idx from 1 by 1
                   until ws-skip-idx > ws-db-rows-read(ws-conn-idx)
                   read fd-db-result
                       at end continue
                   end-read
               end-perform
           end-if

           move spaces to ws-row-line
           read fd-db-result into ws-row-line
               at end move spaces to ws-row-line
           end-read
           add 1 to ws-db-rows-read(ws-conn-idx)

           perform split-csv-row

           exit paragraph.


      *>   CSV as both clients write it: comma separated, a field
      *>   holding a comma or quote quoted, quotes doubled inside.
      *>   An empty field is a NULL.
       split-csv-row.

           move 1 to ws-col-count
           move 0 to ws-col-len(1)
           move spaces to ws-col-value(1)
           set ws-csv-not-in-quote to true

           if ws-row-line = spaces then
               move 0 to ws-row-len
           else
               move length(trim(ws-row-line trailing)) to ws-row-len
           end-if

           perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-len
               move ws-row-line(ws-row-idx:1) to ws-row-char
               evaluate true
                   when ws-csv-in-quote and ws-row-char = '"'
                       if ws-row-idx < ws-row-len
                           and ws-row-line(ws-row-idx + 1:1) = '"'
                       then
                           perform add-column-char
                           add 1 to ws-row-idx
                       else
                           set ws-csv-not-in-quote to true
                       end-if
                   when ws-csv-in-quote
                       perform add-column-char
                   when ws-row-char = '"'
                       set ws-csv-in-quote to true
                   when ws-row-char = ","
                       if ws-col-count < ws-max-db-columns then
                           add 1 to ws-col-count
                           move 0 to ws-col-len(ws-col-count)
                           move spaces to ws-col-value(ws-col-count)
                       end-if
                   when other
                       perform add-column-char
               end-evaluate
           end-perform

           exit paragraph.


       add-column-char.

           if ws-col-len(ws-col-count) < 1024 then
               add 1 to ws-col-len(ws-col-count)
               move ws-row-char to ws-col-value(ws-col-count)
                   (ws-col-len(ws-col-count):1)
           end-if

           exit paragraph.


      *>   Columns to the listed variables in order. A variable not
      *>   yet declared takes its type from its name.
       fetch-into-variables.

           move 0 to ws-col-idx
           perform varying ws-op-idx from 2 by 1
               until ws-op-idx > ws-operand-count
               add 1 to ws-col-idx
               move upper-case(trim(ws-operand(ws-op-idx)))
                   to ws-target-var

               move ws-target-var to ls-variable-name
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call
               if ls-get-variable-return-code > 0 then
                   if ls-type-string then
                       move "STRING" to ws-target-type
                   else
                       move "NUMBER" to ws-target-type
                   end-if
               else
                   if ws-target-var(
                       length(trim(ws-target-var)):1) = "$"
                   then
                       move "STRING" to ws-target-type
                   else
                       move "NUMBER" to ws-target-type
                   end-if
               end-if

               perform assign-column-value
           end-perform

           perform check-column-fit

           exit paragraph.


      *>   Columns to the record's members in declaration order,
      *>   nested TYPEs flattened depth first.
       fetch-into-record.

           move 0 to ws-col-idx
           move 1 to ws-rec-depth
           move ws-record-prefix to ws-rec-prefix(1)
           move ws-instance-type to ws-rec-type(1)
           move 0 to ws-rec-member-idx(1)
           move ws-instance-type to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-member-count
           end-call
           move ws-member-count to ws-rec-member-count(1)

           perform fetch-record-step
               until ws-rec-depth = 0

           perform check-column-fit

           exit paragraph.


       fetch-record-step.

           add 1 to ws-rec-member-idx(ws-rec-depth)

           if ws-rec-member-idx(ws-rec-depth)
               > ws-rec-member-count(ws-rec-depth)
           then
               subtract 1 from ws-rec-depth
               exit paragraph
           end-if

           move ws-rec-type(ws-rec-depth) to ws-lookup-type
           move ws-rec-member-idx(ws-rec-depth) to ws-member-index
           call "get-type-member" using
               ws-lookup-type ws-member-index
               ws-member-name ws-member-type
           end-call

           evaluate trim(ws-member-type)
               when "INTEGER"
               when "STRING"
               when "SINGLE"
               when "DOUBLE"
               when "DECIMAL"
                   add 1 to ws-col-idx
                   move concatenate(
                       trim(ws-rec-prefix(ws-rec-depth))
                       "." trim(ws-member-name)) to ws-target-var
                   move ws-member-type to ws-target-type
                   perform assign-column-value

               when other
                   if ws-rec-depth >= ws-max-db-nesting then
                       call "logger-leveled" using concatenate(
                           "DB-ACCESS :: ERROR : TYPEs nested past "
                           ws-max-db-nesting " levels. "
                           trim(ws-member-name) " left out.")
                           "ERROR"
                       end-call
                       exit paragraph
                   end-if

                   add 1 to ws-rec-depth
                   move concatenate(
                       trim(ws-rec-prefix(ws-rec-depth - 1))
                       "." trim(ws-member-name))
                       to ws-rec-prefix(ws-rec-depth)
                   move ws-member-type to ws-rec-type(ws-rec-depth)
                   move 0 to ws-rec-member-idx(ws-rec-depth)
                   move ws-member-type to ws-lookup-type
                   call "get-type-member-count" using
                       ws-lookup-type ws-member-count
                   end-call
                   move ws-member-count
                       to ws-rec-member-count(ws-rec-depth)
           end-evaluate

           exit paragraph.


      *>   Rows into ARR(1), ARR(2), ... until the rows or the
      *>   array run out; the optional count variable gets the
      *>   number filled. Rows past the array wait for the next
      *>   DBFETCH.
       fetch-into-array.

           move spaces to ws-count-var-name
           if ws-operand-count >= 3 then
               move upper-case(trim(ws-operand(3)))
                   to ws-count-var-name
           end-if

           move 0 to ws-fill-count
           perform until ws-db-failed
               or ws-db-rows-read(ws-conn-idx)
                   >= ws-db-rows-total(ws-conn-idx)
               compute ws-element-idx = ws-fill-count + 1
               end-compute
               move ws-element-idx to ws-element-disp
               move concatenate(trim(ws-target-base) "("
                   trim(ws-element-disp) ")") to ws-element-name
               move ws-element-name to ws-instance-name
               call "get-instance-type" using
                   ws-instance-name ws-instance-type ws-instance-rc
               end-call
               if ws-instance-rc not = 1 then
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: WARN : " trim(ws-target-base)
                       " is full; rows left on #" trim(ws-conn-disp)
                       " for the next DBFETCH.")
                       "WARN"
                   end-call
                   exit perform
               end-if

               perform fetch-next-row
               if ws-db-not-failed then
                   move ws-element-name to ws-record-prefix
                   perform fetch-into-record
                   add 1 to ws-fill-count
               end-if
           end-perform

           if ws-count-var-name not = spaces then
               move ws-fill-count to ws-fill-disp
               move concatenate(trim(ws-count-var-name) " = "
                   trim(ws-fill-disp)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-if

           move ws-fill-count to ws-fill-disp
           call "logger" using concatenate(
               "DB-ACCESS :: DBFETCH #" trim(ws-conn-disp) " filled "
               trim(ws-fill-disp) " element(s) of "
               trim(ws-target-base))
           end-call

           exit paragraph.


      *>   Column ws-col-idx into ws-target-var. NULL is an empty
      *>   string or zero, so a row never keeps the last row's value.
       assign-column-value.

           move spaces to ws-value-text
           if ws-col-idx <= ws-col-count
               and ws-col-len(ws-col-idx) > 0
           then
               move ws-col-value(ws-col-idx)(1:ws-col-len(ws-col-idx))
                   to ws-value-text
           end-if

           if trim(ws-target-type) = "STRING" then
               inspect ws-value-text replacing all '"' by "'"
               move concatenate(trim(ws-target-var) ' = "'
                   trim(ws-value-text) '"') to ws-assign-text
           else
               if ws-value-text = spaces then
                   move "0" to ws-value-text
               end-if
               if test-numval(trim(ws-value-text)) not = 0 then
                   call "logger-leveled" using concatenate(
                       "DB-ACCESS :: WARN : '" trim(ws-value-text)
                       "' is not numeric; " trim(ws-target-var)
                       " left as it was.")
                       "WARN"
                   end-call
                   exit paragraph
               end-if
               move concatenate(trim(ws-target-var) " = "
                   trim(ws-value-text)) to ws-assign-text
           end-if

           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.


      *>   A row wider or narrower than its target is almost always
      *>   a select list out of step with the record.
       check-column-fit.

           if ws-col-idx not = ws-col-count then
               move ws-col-count to ws-col-disp
               move ws-col-idx to ws-leaf-disp
               call "logger-leveled" using concatenate(
                   "DB-ACCESS :: WARN : DBFETCH #" trim(ws-conn-disp)
                   " row has " trim(ws-col-disp) " column(s) for "
                   trim(ws-leaf-disp) " target(s).")
                   "WARN"
               end-call
           end-if

           exit paragraph.


       discard-result.

           if ws-result-owner = ws-conn-idx then
               close fd-db-result
               move 0 to ws-result-owner
           end-if

           if ws-db-result-name(ws-conn-idx) not = spaces then
               call "CBL_DELETE_FILE" using
                   ws-db-result-name(ws-conn-idx)
               end-call
           end-if

           move spaces to ws-db-result-name(ws-conn-idx)
           move 0 to ws-db-rows-total(ws-conn-idx)
           move 0 to ws-db-rows-read(ws-conn-idx)

           exit paragraph.


       release-connection.

           perform discard-result
           perform discard-connection-queue

           set ws-db-closed(ws-conn-idx) to true
           move spaces to ws-db-logical(ws-conn-idx)
           move spaces to ws-db-target(ws-conn-idx)
           move spaces to ws-db-user(ws-conn-idx)
           move spaces to ws-db-password(ws-conn-idx)

           exit paragraph.


       split-operands.

           initialize ws-operand-table
           move 1 to ws-operand-count
           move 0 to ws-op-pos
           set ws-op-not-in-quote to true

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > length(ws-param-buffer)
               if ws-param-buffer(ws-op-idx:1) = ","
                   and ws-op-not-in-quote
               then
                   if ws-operand-count < ws-max-db-operands then
                       add 1 to ws-operand-count
                       move 0 to ws-op-pos
                   end-if
               else
                   if ws-param-buffer(ws-op-idx:1) = '"' then
                       if ws-op-in-quote then
                           set ws-op-not-in-quote to true
                       else
                           set ws-op-in-quote to true
                       end-if
                   end-if
                   if ws-op-pos < 1024 then
                       add 1 to ws-op-pos
                       move ws-param-buffer(ws-op-idx:1)
                           to ws-operand(ws-operand-count)
                               (ws-op-pos:1)
                   end-if
               end-if
           end-perform

           if ws-operand-count = 1 and ws-operand(1) = spaces then
               move 0 to ws-operand-count
           end-if

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-string-operand.

           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch(1:1) = '"' then
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           move spaces to ws-operand-scratch
           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
           end-if

           exit paragraph.

       end program db-access.
