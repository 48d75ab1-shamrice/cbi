      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Run-to-run balance proof behind the BALANCE
      *          statement. Control totals prove one file against its
      *          own trailer; this proves continuity between nights:
      *            BALANCE "AR"                     declare a named
      *                                             balance account
      *            BALANCE "AR", OPENING, amount    post to it --
      *            BALANCE "AR", DEBIT, amount      DEBIT and CREDIT
      *            BALANCE "AR", CREDIT, amount     accumulate,
      *            BALANCE "AR", CLOSING, amount    OPENING and
      *                                             CLOSING replace
      *          The name is a quoted literal or string variable; the
      *          amount a number or a variable. At end of run every
      *          declared account is proved: its opening must equal
      *          the closing carried from the previous run, and
      *          opening plus debits less credits must equal its
      *          closing. An opening not posted is taken as the
      *          carried closing; a closing not posted is computed.
      *          When the proof holds and the run is otherwise clean,
      *          the closing is carried to the next run through the
      *          state store (key BALANCE.name, holding closing;
      *          processing date; the closing it was proved against),
      *          so a rerun of the same processing date proves
      *          against the same prior night rather than its own
      *          earlier attempt. A break fails the run with its own
      *          exit status (13) and a report of the previous
      *          closing, the opening, the activity and the
      *          difference, and carries nothing. Every account's
      *          outcome is appended to the balance history
      *          (balance-history in cbi.cfg, cbi_balance_history.dat
      *          when unset) for month-end sign-off: stamp|processing
      *          date|script|account|previous closing|opening|debits|
      *          credits|closing|difference|PROVEN or BREAK.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. balance-proof.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-balance-history
               assign to dynamic ws-history-file-name
               organization is line sequential
               file status is ws-history-status.

       data division.

       file section.

       fd  fd-balance-history.
       01  f-balance-history-line        pic x(512).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-balance-accounts       value 20.
       78  ws-balance-exit-status        value 13.
       78  ws-err-illegal-function       value 5.

       01  ws-raise-error-code           pic 9(4).

       01  ws-balance-table.
           05  ws-num-balances           pic 9(4) comp value 0.
           05  ws-balance-entry          occurs 20 times.
               10  ws-bal-name           pic x(32).
               10  ws-bal-opening        pic s9(13)v99.
               10  ws-bal-debits         pic s9(13)v99.
               10  ws-bal-credits        pic s9(13)v99.
               10  ws-bal-closing        pic s9(13)v99.
               10  ws-bal-opening-sw     pic a.
                   88  ws-bal-opening-posted value 'Y'.
               10  ws-bal-closing-sw     pic a.
                   88  ws-bal-closing-posted value 'Y'.
               10  ws-bal-prior-sw       pic a.
                   88  ws-bal-has-prior  value 'Y'.
                   88  ws-bal-first-run  value 'N'.
               10  ws-bal-prior-closing  pic s9(13)v99.

       01  ws-bal-idx                    pic 9(4) comp.
       01  ws-bal-found-idx              pic 9(4) comp.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256) occurs 4 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-operand-scratch            pic x(256).
       01  ws-account-name               pic x(32).
       01  ws-posting-kind               pic x(16).
       01  ws-posting-amount             pic s9(13)v99.
       01  ws-amount-ok-sw               pic a value 'N'.
           88  ws-amount-ok              value 'Y'.
           88  ws-amount-bad             value 'N'.

      *>   Carried state.
       01  ws-state-key                  pic x(64).
       01  ws-state-value                pic x(1024).
       01  ws-state-rc                   pic 9.
       01  ws-state-closing-text         pic x(32).
       01  ws-state-date-text            pic x(16).
       01  ws-state-prior-text           pic x(32).

      *>   Proof.
       01  ws-processing-date            pic x(8).
       01  ws-asof-active-sw             pic a.
       01  ws-expected-closing           pic s9(13)v99.
       01  ws-continuity-diff            pic s9(13)v99.
       01  ws-proof-diff                 pic s9(13)v99.
       01  ws-activity                   pic s9(13)v99.
       01  ws-break-sw                   pic a value 'N'.
           88  ws-account-break          value 'Y'.
           88  ws-account-proven         value 'N'.
       01  ws-any-break-sw               pic a value 'N'.
           88  ws-any-break              value 'Y'.
       01  ws-result-word                pic x(8).

       01  ws-amount-disp                pic -(12)9.99.
       01  ws-closing-disp               pic -(12)9.99.
       01  ws-prior-disp                 pic -(12)9.99.
       01  ws-report-line                pic x(80).

       01  ws-report-detail.
           05  filler                    pic x(4) value spaces.
           05  ws-rd-label               pic x(24).
           05  ws-rd-amount              pic -(14)9.99.
           05  filler                    pic x(2) value spaces.
           05  ws-rd-note                pic x(30).

      *>   History.
       01  ws-history-file-name          pic x(1024) value
                                         "cbi_balance_history.dat".
       01  ws-env-history-file           pic x(1024) value spaces.
       01  ws-history-status             pic xx.
           88  ws-history-ok             value "00" "05".
       01  ws-history-line               pic x(512).
       01  ws-history-stamp              pic x(21).
       01  ws-script-name                pic x(256).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       01  l-exit-status                 pic 999.
       01  l-source-file-name            pic x(1024).

       procedure division using l-src-code-str.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the dispatch loop hands the BALANCE
      *          statement to.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "balance-statement" using l-src-code-str.

           move l-src-code-str(length(ws-balance) + 1:)
               to ws-param-buffer
           perform split-operands

           if ws-operand-count not = 1 and ws-operand-count not = 3
           then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : Malformed BALANCE "
                   "statement. Expected BALANCE name or BALANCE "
                   "name, OPENING|DEBIT|CREDIT|CLOSING, amount: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-account-name
           if ws-account-name = spaces then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : BALANCE needs an "
                   "account name: " trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform find-account

           if ws-operand-count = 1 then
               perform declare-account
               goback
           end-if

           if ws-bal-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : balance account "
                   trim(ws-account-name) " posted before it was "
                   "declared: " trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move upper-case(trim(ws-operand(2))) to ws-posting-kind
           move ws-operand(3) to ws-operand-scratch
           perform resolve-amount-operand

           if ws-amount-bad then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : BALANCE amount is not "
                   "a number: " trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           evaluate ws-posting-kind
               when "OPENING"
                   move ws-posting-amount
                       to ws-bal-opening(ws-bal-found-idx)
                   move 'Y' to ws-bal-opening-sw(ws-bal-found-idx)
               when "DEBIT"
               when "DEBITS"
                   add ws-posting-amount
                       to ws-bal-debits(ws-bal-found-idx)
               when "CREDIT"
               when "CREDITS"
                   add ws-posting-amount
                       to ws-bal-credits(ws-bal-found-idx)
               when "CLOSING"
                   move ws-posting-amount
                       to ws-bal-closing(ws-bal-found-idx)
                   move 'Y' to ws-bal-closing-sw(ws-bal-found-idx)
               when other
                   call "logger-leveled" using concatenate(
                       "BALANCE-PROOF :: ERROR : BALANCE posts to "
                       "OPENING, DEBIT, CREDIT or CLOSING: "
                       trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-illegal-function to ws-raise-error-code
                   call "raise-runtime-error" using
                       ws-raise-error-code
                   end-call
           end-evaluate

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for the end-of-run proof: proves every
      *          declared account, prints the report, appends the
      *          history, carries clean closings forward, and fails
      *          a run with a break with exit status 13 unless a
      *          harder failure already set one. Called at the end
      *          of each job-stream step as well; the accounts are
      *          cleared once proved.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "balance-run-proof" using
           l-exit-status l-source-file-name.

           if ws-num-balances = 0 then
               goback
           end-if

           call "get-processing-date" using
               ws-processing-date ws-asof-active-sw
           end-call

           move spaces to ws-script-name
           move l-source-file-name to ws-script-name

           perform resolve-history-name
           open extend fd-balance-history
           if not ws-history-ok then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: WARN : cannot append balance "
                   "history " trim(ws-history-file-name) " status "
                   ws-history-status)
                   "WARN"
               end-call
           end-if

           display " "
           display "---------- balance proof ----------"

           perform varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-num-balances
               perform prove-one-account
           end-perform

           display "-----------------------------------"

           if ws-history-ok then
               close fd-balance-history
           end-if

           if ws-any-break and l-exit-status = 0 then
               move ws-balance-exit-status to l-exit-status
           end-if

      *>   Proved once: a job stream proves each step's accounts as
      *>   the step ends, and the next step declares its own.
           move 0 to ws-num-balances
           move 'N' to ws-any-break-sw

           goback.


       prove-one-account.

           set ws-account-proven to true

           if not ws-bal-opening-posted(ws-bal-idx) then
               move ws-bal-prior-closing(ws-bal-idx)
                   to ws-bal-opening(ws-bal-idx)
           end-if

           compute ws-activity = ws-bal-debits(ws-bal-idx)
               - ws-bal-credits(ws-bal-idx)
           end-compute
           compute ws-expected-closing =
               ws-bal-opening(ws-bal-idx) + ws-activity
           end-compute

           if not ws-bal-closing-posted(ws-bal-idx) then
               move ws-expected-closing to ws-bal-closing(ws-bal-idx)
           end-if

           move 0 to ws-continuity-diff
           if ws-bal-has-prior(ws-bal-idx) then
               compute ws-continuity-diff =
                   ws-bal-opening(ws-bal-idx)
                   - ws-bal-prior-closing(ws-bal-idx)
               end-compute
           end-if

           compute ws-proof-diff =
               ws-bal-closing(ws-bal-idx) - ws-expected-closing
           end-compute

           if ws-continuity-diff not = 0 or ws-proof-diff not = 0
           then
               set ws-account-break to true
               move 'Y' to ws-any-break-sw
               move "BREAK" to ws-result-word
           else
               move "PROVEN" to ws-result-word
           end-if

           perform report-account
           perform append-history

           if ws-account-break then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : balance "
                   trim(ws-bal-name(ws-bal-idx)) " does not prove")
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Balance proof break on "
                   trim(ws-bal-name(ws-bal-idx)))
               end-call
               exit paragraph
           end-if

      *>   A run that failed for any other reason gets rerun; it
      *>   must not move the carried closing.
           if l-exit-status not = 0 then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: WARN : run failed; closing of "
                   trim(ws-bal-name(ws-bal-idx)) " not carried")
                   "WARN"
               end-call
               exit paragraph
           end-if

           perform carry-closing

           exit paragraph.


       report-account.

           move spaces to ws-report-line
           string
               "  " trim(ws-bal-name(ws-bal-idx))
               " -- " trim(ws-result-word)
               delimited by size
               into ws-report-line
           end-string
           display trim(ws-report-line trailing)
           call "logger" using concatenate(
               "BALANCE-PROOF :: " trim(ws-report-line))
           end-call

           move "PREVIOUS CLOSING" to ws-rd-label
           move ws-bal-prior-closing(ws-bal-idx) to ws-rd-amount
           if ws-bal-has-prior(ws-bal-idx) then
               move spaces to ws-rd-note
           else
               move "(FIRST RUN - NONE CARRIED)" to ws-rd-note
           end-if
           perform put-report-detail

           move "OPENING" to ws-rd-label
           move ws-bal-opening(ws-bal-idx) to ws-rd-amount
           if ws-bal-opening-posted(ws-bal-idx) then
               move spaces to ws-rd-note
           else
               move "(CARRIED)" to ws-rd-note
           end-if
           perform put-report-detail

           move "DEBITS" to ws-rd-label
           move ws-bal-debits(ws-bal-idx) to ws-rd-amount
           move spaces to ws-rd-note
           perform put-report-detail

           move "CREDITS" to ws-rd-label
           move ws-bal-credits(ws-bal-idx) to ws-rd-amount
           perform put-report-detail

           move "ACTIVITY" to ws-rd-label
           move ws-activity to ws-rd-amount
           perform put-report-detail

           move "CLOSING" to ws-rd-label
           move ws-bal-closing(ws-bal-idx) to ws-rd-amount
           if ws-bal-closing-posted(ws-bal-idx) then
               move spaces to ws-rd-note
           else
               move "(COMPUTED)" to ws-rd-note
           end-if
           perform put-report-detail

           move "OPENING LESS PREVIOUS" to ws-rd-label
           move ws-continuity-diff to ws-rd-amount
           move spaces to ws-rd-note
           perform put-report-detail

           move "CLOSING LESS EXPECTED" to ws-rd-label
           move ws-proof-diff to ws-rd-amount
           perform put-report-detail

           exit paragraph.


       put-report-detail.

           display trim(ws-report-detail trailing)
           call "logger" using concatenate(
               "BALANCE-PROOF :: " trim(ws-report-detail trailing))
           end-call

           exit paragraph.


       append-history.

           if not ws-history-ok then
               exit paragraph
           end-if

           move current-date to ws-history-stamp

           move ws-bal-prior-closing(ws-bal-idx) to ws-prior-disp
           move spaces to ws-history-line
           string
               ws-history-stamp(1:14) "|"
               ws-processing-date "|"
               trim(ws-script-name) "|"
               trim(ws-bal-name(ws-bal-idx)) "|"
               delimited by size
               into ws-history-line
           end-string

           if ws-bal-has-prior(ws-bal-idx) then
               move concatenate(trim(ws-history-line)
                   trim(ws-prior-disp) "|") to ws-history-line
           else
               move concatenate(trim(ws-history-line) "|")
                   to ws-history-line
           end-if

           move ws-bal-opening(ws-bal-idx) to ws-amount-disp
           move concatenate(trim(ws-history-line)
               trim(ws-amount-disp) "|") to ws-history-line
           move ws-bal-debits(ws-bal-idx) to ws-amount-disp
           move concatenate(trim(ws-history-line)
               trim(ws-amount-disp) "|") to ws-history-line
           move ws-bal-credits(ws-bal-idx) to ws-amount-disp
           move concatenate(trim(ws-history-line)
               trim(ws-amount-disp) "|") to ws-history-line
           move ws-bal-closing(ws-bal-idx) to ws-amount-disp
           move concatenate(trim(ws-history-line)
               trim(ws-amount-disp) "|") to ws-history-line

      *>   The difference reported is whichever check broke: the
      *>   continuity check first.
           if ws-continuity-diff not = 0 then
               move ws-continuity-diff to ws-amount-disp
           else
               move ws-proof-diff to ws-amount-disp
           end-if
           move concatenate(trim(ws-history-line)
               trim(ws-amount-disp) "|" trim(ws-result-word))
               to ws-history-line

           write f-balance-history-line from ws-history-line

           exit paragraph.


      *>   closing;processing date;the closing this run proved
      *>   against -- so a same-date rerun finds the same prior.
       carry-closing.

           move ws-bal-closing(ws-bal-idx) to ws-closing-disp
           move ws-bal-prior-closing(ws-bal-idx) to ws-prior-disp

           move concatenate("BALANCE." trim(ws-bal-name(ws-bal-idx)))
               to ws-state-key
           move spaces to ws-state-value
           if ws-bal-has-prior(ws-bal-idx) then
               string
                   trim(ws-closing-disp) ";"
                   ws-processing-date ";"
                   trim(ws-prior-disp)
                   delimited by size
                   into ws-state-value
               end-string
           else
               string
                   trim(ws-closing-disp) ";"
                   ws-processing-date ";"
                   delimited by size
                   into ws-state-value
               end-string
           end-if

           call "state-put-value" using
               ws-state-key ws-state-value ws-state-rc
           end-call

           if ws-state-rc = 0 then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : closing of "
                   trim(ws-bal-name(ws-bal-idx))
                   " not carried: state store busy")
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "Closing balance not carried (state store busy): "
                   trim(ws-bal-name(ws-bal-idx)))
               end-call
               move 'Y' to ws-any-break-sw
           end-if

           exit paragraph.


      *>   A new account picks up what the last clean run carried:
      *>   its closing, or -- when that run was this processing
      *>   date -- the closing it was itself proved against.
       declare-account.

           if ws-bal-found-idx > 0 then
               exit paragraph
           end-if

           if ws-num-balances >= ws-max-balance-accounts then
               call "logger-leveled" using concatenate(
                   "BALANCE-PROOF :: ERROR : more than 20 balance "
                   "accounts declared.")
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-balances
           move ws-num-balances to ws-bal-found-idx
           initialize ws-balance-entry(ws-bal-found-idx)
           move ws-account-name to ws-bal-name(ws-bal-found-idx)
           move 'N' to ws-bal-opening-sw(ws-bal-found-idx)
           move 'N' to ws-bal-closing-sw(ws-bal-found-idx)
           set ws-bal-first-run(ws-bal-found-idx) to true

           call "get-processing-date" using
               ws-processing-date ws-asof-active-sw
           end-call

           move concatenate("BALANCE." trim(ws-account-name))
               to ws-state-key
           call "state-get-value" using ws-state-key ws-state-value
           end-call

           move spaces to ws-state-closing-text
           move spaces to ws-state-date-text
           move spaces to ws-state-prior-text
           unstring ws-state-value
               delimited by ";"
               into ws-state-closing-text ws-state-date-text
                    ws-state-prior-text
           end-unstring

           if trim(ws-state-date-text) = ws-processing-date then
               move ws-state-prior-text to ws-state-closing-text
           end-if

           if ws-state-closing-text not = spaces
               and test-numval(trim(ws-state-closing-text)) = 0
           then
               compute ws-bal-prior-closing(ws-bal-found-idx) =
                   numval(ws-state-closing-text)
               end-compute
               set ws-bal-has-prior(ws-bal-found-idx) to true
           end-if

           move ws-bal-prior-closing(ws-bal-found-idx)
               to ws-amount-disp
           call "logger" using concatenate(
               "BALANCE-PROOF :: Declared " trim(ws-account-name)
               " previous closing " trim(ws-amount-disp))
           end-call

           exit paragraph.


       find-account.

           move 0 to ws-bal-found-idx
           perform varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-num-balances
               if ws-bal-name(ws-bal-idx) = ws-account-name then
                   move ws-bal-idx to ws-bal-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Quoted literal or string variable, upper-cased.
       resolve-account-name.

           move spaces to ws-account-name
           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch(1:1) = '"' then
               inspect ws-operand-scratch
                   replacing all '"' by space
               move upper-case(trim(ws-operand-scratch))
                   to ws-account-name
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move ls-variable-value to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move upper-case(trim(ws-operand-scratch))
                   to ws-account-name
           end-if

           exit paragraph.


      *>   A number, or a variable holding one.
       resolve-amount-operand.

           set ws-amount-bad to true
           move 0 to ws-posting-amount
           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch = spaces then
               exit paragraph
           end-if

           if test-numval(trim(ws-operand-scratch)) = 0 then
               compute ws-posting-amount rounded =
                   numval(ws-operand-scratch)
               end-compute
               set ws-amount-ok to true
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code = 0 then
               exit paragraph
           end-if

           evaluate true
               when ls-type-string
                   move ls-variable-value to ws-operand-scratch
                   inspect ws-operand-scratch
                       replacing all '"' by space
                   if test-numval(trim(ws-operand-scratch)) = 0 then
                       compute ws-posting-amount rounded =
                           numval(ws-operand-scratch)
                       end-compute
                       set ws-amount-ok to true
                   end-if
               when ls-type-single
               when ls-type-double
               when ls-type-decimal
                   compute ws-posting-amount rounded =
                       ls-variable-value-dec
                   end-compute
                   set ws-amount-ok to true
               when other
                   move ls-variable-value-num to ws-posting-amount
                   set ws-amount-ok to true
           end-evaluate

           exit paragraph.


       resolve-history-name.

           move spaces to ws-env-history-file
           accept ws-env-history-file
               from environment "CBI_BALANCE_HISTORY"
           end-accept
           if ws-env-history-file not = spaces then
               move ws-env-history-file to ws-history-file-name
           end-if

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
                   if ws-operand-count < 4 then
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
                   if ws-op-pos < 256 then
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

       end program balance-proof.
