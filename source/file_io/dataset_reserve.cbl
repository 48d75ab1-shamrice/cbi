      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Run-level dataset reservations on dataset-catalog
      *          logical names. File LOCK and the record locks guard
      *          one OPEN at a time; a reservation guards a whole run
      *          -- a manifest or a script declares up front what it
      *          needs:
      *            RESERVE CUSTMAST EXCLUSIVE, CASHRCPT SHARED
      *          (a manifest line, or a statement in a script, where
      *          the names may also be quoted). EXCLUSIVE (or OLD)
      *          admits no other holder; SHARED (or SHR) admits other
      *          shared holders. A name with no mode is EXCLUSIVE.
      *          The declarations are taken together, all or none,
      *          before the first step runs and released at the end.
      *          A conflicting run waits up to CBI_RESERVE_WAIT_SECS
      *          (reserve-wait-secs in cbi.cfg, 0 when unset) and is
      *          then refused.
      *          Holders are kept in the reservation register --
      *          CBI_RESERVE_FILE (reserve-file in cbi.cfg),
      *          cbi_reservations.dat when unset -- one line per
      *          holding:
      *            LOGICAL|MODE|pid|holder|user|YYYYMMDDHHMMSS
      *          updated under a <register>.lck sentinel. A holding
      *          whose process has gone (a killed run) is dropped the
      *          next time the register is updated. Child runs of a
      *          holder (PARALLEL group members, SHELL launches) share
      *          the holder's reservations through CBI_RESERVE_OWNER.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. dataset-reserve.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-reserve-file
               assign to dynamic ws-reserve-file-name
               organization is line sequential
               file status is ws-reserve-file-status.

       data division.

       file section.

       fd  fd-reserve-file.
       01  f-reserve-line                pic x(512).

       working-storage section.

       78  ws-max-declared               value 20.
       78  ws-max-holdings               value 200.
       78  ws-err-reserve-refused        value 71.

       01  ws-reserve-file-name          pic x(256)
                                         value "cbi_reservations.dat".
       01  ws-reserve-file-status        pic xx.
           88  ws-reserve-status-ok      value "00".

       01  ws-mutex-name                 pic x(300) value spaces.
       01  ws-mutex-info                 pic x(16).
       01  ws-mutex-handle               pic x(4).
       01  ws-mutex-access-mode          pic x comp-x value 3.
       01  ws-mutex-deny-mode            pic x comp-x value 0.
       01  ws-mutex-device               pic x comp-x value 0.
       01  ws-mutex-tries                pic 9(4) comp.
       01  ws-mutex-held-sw              pic a value 'N'.
           88  ws-mutex-held             value 'Y'.
           88  ws-mutex-not-held         value 'N'.

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-unresolved    value 'N'.

       01  ws-env-value                  pic x(256) value spaces.
       01  ws-wait-secs                  pic 9(6) value 0.
       01  ws-wait-idx                   pic 9(6).
       01  ws-sleep-nanos                pic 9(18) comp-5
                                         value 1000000000.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-owner-pid                  pic 9(9) value 0.
       01  ws-alive-pid                  pic 9(9) value 0.
       01  ws-env-owner                  pic x(16) value spaces.
       01  ws-holder-name                pic x(256) value spaces.
       01  ws-decl-new-level             pic a value 'S'.
       01  ws-pid-disp                   pic z(8)9.
       01  ws-user-name                  pic x(32) value spaces.

      *>   What this run has declared, and whether it holds it yet.
       01  ws-declared-table.
           05  ws-num-declared           pic 9(4) comp value 0.
           05  ws-declared               occurs 20 times.
               10  ws-decl-name          pic x(32).
               10  ws-decl-mode          pic a.
                   88  ws-decl-exclusive value 'X'.
                   88  ws-decl-shared    value 'S'.
               10  ws-decl-level         pic a.
                   88  ws-decl-manifest  value 'M'.
                   88  ws-decl-script    value 'S'.
               10  ws-decl-held-sw       pic a.
                   88  ws-decl-held      value 'Y'.
                   88  ws-decl-pending   value 'N'.

       01  ws-decl-idx                   pic 9(4) comp.
       01  ws-decl-found-sw              pic a.
           88  ws-decl-found             value 'Y'.
           88  ws-decl-not-found         value 'N'.
       01  ws-num-pending                pic 9(4) comp.

      *>   The register as last loaded.
       01  ws-holding-table.
           05  ws-num-holdings           pic 9(4) comp value 0.
           05  ws-holding                occurs 200 times.
               10  ws-hold-name          pic x(32).
               10  ws-hold-mode          pic a.
               10  ws-hold-pid           pic 9(9).
               10  ws-hold-holder        pic x(256).
               10  ws-hold-user          pic x(32).
               10  ws-hold-stamp         pic x(14).
               10  ws-hold-keep-sw       pic a.
                   88  ws-hold-keep      value 'Y'.
                   88  ws-hold-drop      value 'N'.

       01  ws-hold-idx                   pic 9(4) comp.
       01  ws-conflict-idx               pic 9(4) comp value 0.
       01  ws-conflict-decl-idx          pic 9(4) comp value 0.
       01  ws-alive-command              pic x(64).
       01  ws-alive-sw                   pic a.
           88  ws-holder-alive           value 'Y'.
           88  ws-holder-gone            value 'N'.

       01  ws-reserve-buffer             pic x(512).
       01  ws-clock-stamp                pic x(21).
       01  ws-mode-word                  pic x(9).
       01  ws-raise-error-code           pic 9(4).
       01  ws-list-count                 pic 9(4) value 0.

      *>   RESERVE operand parsing.
       01  ws-operand-text               pic x(1024).
       01  ws-operand-ptr                pic 9(4) comp.
       01  ws-operand-item               pic x(128).
       01  ws-operand-name               pic x(64).
       01  ws-operand-mode               pic x(32).

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-reserve-line               pic x(512).
       01  ls-col-name                   pic x(32).
       01  ls-col-mode                   pic x(4).
       01  ls-col-pid                    pic x(12).
       01  ls-col-holder                 pic x(256).
       01  ls-col-user                   pic x(32).
       01  ls-col-stamp                  pic x(14).

       linkage section.

       01  l-src-code-str                pic x(1024).
       01  l-reserve-level               pic a.
       01  l-holder-name                 pic x(1024).

       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using l-src-code-str.

      *>   The RESERVE statement reached while a script runs: its
      *>   names were normally taken before the first line, so this
      *>   only acts when something is new (typed at the immediate
      *>   prompt, say). A refusal is a trappable runtime error.
       main-procedure.

           move 'S' to ws-decl-new-level
           perform declare-from-statement

           move "RESERVE statement" to ws-holder-name
           perform acquire-pending

           if ws-conflict-idx > 0 then
               move ws-err-reserve-refused to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point recording a RESERVE line's declarations
      *          without taking them yet -- M for a manifest line, S
      *          for a script's RESERVE statement.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "reserve-declare" using l-src-code-str l-reserve-level.

           move l-reserve-level to ws-decl-new-level
           perform declare-from-statement

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point taking every declared reservation not
      *          yet held, all or none, waiting up to the configured
      *          limit on a conflict. Returns false when refused.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "reserve-acquire" using l-holder-name l-return-code.

           set l-return-code-true to true

           move l-holder-name(1:256) to ws-holder-name
           perform acquire-pending

           if ws-conflict-idx > 0 then
               set l-return-code-false to true
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point releasing this run's reservations: S
      *          drops the ones a job step's script declared, A
      *          drops everything at end of run.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "reserve-release" using l-reserve-level.

           move 0 to ws-num-pending
           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-declared
               if ws-decl-held(ws-decl-idx)
                   and (l-reserve-level = 'A'
                   or ws-decl-level(ws-decl-idx) = l-reserve-level)
               then
                   add 1 to ws-num-pending
               end-if
           end-perform

           if ws-num-pending > 0 then
               perform take-register-mutex

               if ws-mutex-held then
                   perform load-register

                   perform varying ws-decl-idx from 1 by 1
                   until ws-decl-idx > ws-num-declared
                       if ws-decl-held(ws-decl-idx)
                           and (l-reserve-level = 'A'
                           or ws-decl-level(ws-decl-idx)
                               = l-reserve-level)
                       then
                           perform drop-own-holding
                           call "logger" using concatenate(
                               "DATASET-RESERVE :: Released "
                               trim(ws-decl-name(ws-decl-idx))
                               " " ws-decl-mode(ws-decl-idx))
                           end-call
                       end-if
                   end-perform

                   perform save-register
                   perform release-register-mutex
               else
                   call "logger-leveled" using concatenate(
                       "DATASET-RESERVE :: WARN : register busy at "
                       "release; holdings are dropped once this "
                       "process has ended.")
                       "WARN"
                   end-call
               end-if
           end-if

      *>   Forget the released declarations so a following job step
      *>   starts from the manifest's own.
           perform varying ws-decl-idx from ws-num-declared by -1
           until ws-decl-idx < 1
               if l-reserve-level = 'A'
                   or ws-decl-level(ws-decl-idx) = l-reserve-level
               then
                   perform remove-declaration
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for --locks: the current reservations
      *          with who holds them, flagging holders that have
      *          gone.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "reserve-list".

           perform resolve-reserve-settings
           perform load-register

           display " "
           display
               "Dataset reservations (" trim(ws-reserve-file-name)
               "):"
           end-display

           move 0 to ws-list-count

           perform varying ws-hold-idx from 1 by 1
           until ws-hold-idx > ws-num-holdings
               add 1 to ws-list-count
               move ws-hold-pid(ws-hold-idx) to ws-pid-disp
               if ws-hold-mode(ws-hold-idx) = 'X' then
                   move "EXCLUSIVE" to ws-mode-word
               else
                   move "SHARED" to ws-mode-word
               end-if
               move ws-hold-pid(ws-hold-idx) to ws-alive-pid
               perform check-holder-alive
               if ws-holder-alive then
                   display
                       "  " trim(ws-hold-name(ws-hold-idx)) " "
                       trim(ws-mode-word) " pid " trim(ws-pid-disp)
                       " user " trim(ws-hold-user(ws-hold-idx))
                       " since " ws-hold-stamp(ws-hold-idx)
                       " : " trim(ws-hold-holder(ws-hold-idx))
                   end-display
               else
                   display
                       "  " trim(ws-hold-name(ws-hold-idx)) " "
                       trim(ws-mode-word) " pid " trim(ws-pid-disp)
                       " user " trim(ws-hold-user(ws-hold-idx))
                       " since " ws-hold-stamp(ws-hold-idx)
                       " : " trim(ws-hold-holder(ws-hold-idx))
                       " (holder gone)"
                   end-display
               end-if
           end-perform

           if ws-list-count = 0 then
               display "  (none)"
           end-if

           goback.


      *>   RESERVE name [mode], name [mode] ... -- the keyword, any
      *>   quotes and the commas stripped, one declaration per item.
      *>   The level to record arrives in ws-decl-new-level.
       declare-from-statement.

           perform resolve-reserve-settings

           move trim(l-src-code-str) to ws-operand-text
           if upper-case(ws-operand-text(1:8)) = "RESERVE " then
               move trim(ws-operand-text(9:)) to ws-operand-text
           end-if
           inspect ws-operand-text replacing all '"' by space

           move 1 to ws-operand-ptr

           perform until ws-operand-ptr > length(ws-operand-text)
               move spaces to ws-operand-item
               unstring ws-operand-text
                   delimited by ","
                   into ws-operand-item
                   with pointer ws-operand-ptr
               end-unstring

               if ws-operand-item not = spaces then
                   perform declare-one-item
               end-if
           end-perform

           exit paragraph.


       declare-one-item.

           move spaces to ws-operand-name
           move spaces to ws-operand-mode
           move trim(ws-operand-item) to ws-operand-item
           unstring ws-operand-item
               delimited by all space
               into ws-operand-name ws-operand-mode
           end-unstring

           move upper-case(ws-operand-name) to ws-operand-name
           if ws-operand-name(1:1) = "@" then
               move ws-operand-name(2:) to ws-operand-name
           end-if

           evaluate upper-case(trim(ws-operand-mode))
               when spaces
               when "EXCLUSIVE"
               when "OLD"
               when "X"
                   move 'X' to ws-mode-word(1:1)
               when "SHARED"
               when "SHR"
               when "S"
                   move 'S' to ws-mode-word(1:1)
               when other
                   call "logger-leveled" using concatenate(
                       "DATASET-RESERVE :: WARN : unknown mode "
                       trim(ws-operand-mode) " for "
                       trim(ws-operand-name)
                       " -- taken as EXCLUSIVE.")
                       "WARN"
                   end-call
                   move 'X' to ws-mode-word(1:1)
           end-evaluate

      *>   The same name in the same mode is declared once.
           set ws-decl-not-found to true
           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-declared
               or ws-decl-found
               if ws-decl-name(ws-decl-idx) = ws-operand-name(1:32)
                   and ws-decl-mode(ws-decl-idx) = ws-mode-word(1:1)
               then
                   set ws-decl-found to true
               end-if
           end-perform

           if ws-decl-found then
               exit paragraph
           end-if

           if ws-num-declared >= ws-max-declared then
               call "logger-leveled" using concatenate(
                   "DATASET-RESERVE :: ERROR : more than "
                   ws-max-declared " reservations declared. "
                   trim(ws-operand-name) " ignored.")
                   "ERROR"
               end-call
               exit paragraph
           end-if

           add 1 to ws-num-declared
           move ws-operand-name(1:32)
               to ws-decl-name(ws-num-declared)
           move ws-mode-word(1:1) to ws-decl-mode(ws-num-declared)
           move ws-decl-new-level to ws-decl-level(ws-num-declared)
           set ws-decl-pending(ws-num-declared) to true

           call "logger" using concatenate(
               "DATASET-RESERVE :: Declared "
               trim(ws-operand-name) " "
               ws-mode-word(1:1) " level " ws-decl-new-level)
           end-call

           exit paragraph.


      *>   All-or-none take of the pending declarations for the
      *>   holder named in ws-holder-name. ws-conflict-idx is left
      *>   non-zero when refused.
       acquire-pending.

           perform resolve-reserve-settings

           move 0 to ws-conflict-idx
           move 0 to ws-num-pending
           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-declared
               if ws-decl-pending(ws-decl-idx) then
                   add 1 to ws-num-pending
               end-if
           end-perform

           if ws-num-pending = 0 then
               exit paragraph
           end-if

           perform varying ws-wait-idx from 0 by 1
           until ws-wait-idx > ws-wait-secs

               perform take-register-mutex

               if ws-mutex-held then
                   perform load-register
                   perform find-conflict

                   if ws-conflict-idx = 0 then
                       perform add-pending-holdings
                       perform save-register
                   end-if

                   perform release-register-mutex
               else
                   move ws-max-holdings to ws-conflict-idx
               end-if

               if ws-conflict-idx = 0 then
                   exit perform
               end-if

               if ws-wait-idx < ws-wait-secs then
                   if ws-wait-idx = 0 then
                       display
                           "Waiting for dataset reservation "
                           trim(ws-decl-name(ws-conflict-decl-idx))
                           " (up to " ws-wait-secs "s)"
                       end-display
                   end-if
                   call "CBL_OC_NANOSLEEP" using ws-sleep-nanos
                   end-call
               end-if
           end-perform

           if ws-conflict-idx = 0 then
               exit paragraph
           end-if

           perform report-refusal

      *>   Nothing half-taken: the refused declarations are dropped.
           perform varying ws-decl-idx from ws-num-declared by -1
           until ws-decl-idx < 1
               if ws-decl-pending(ws-decl-idx) then
                   perform remove-declaration
               end-if
           end-perform

           exit paragraph.


      *>   A pending declaration conflicts with another process's
      *>   holding of the same name unless both are SHARED. This
      *>   process and the run that launched it are not "another".
       find-conflict.

           move 0 to ws-conflict-idx
           move 0 to ws-conflict-decl-idx

           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-declared
               or ws-conflict-idx > 0

               if ws-decl-pending(ws-decl-idx) then
                   perform varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-num-holdings
                       or ws-conflict-idx > 0
                       if ws-hold-keep(ws-hold-idx)
                           and ws-hold-name(ws-hold-idx)
                               = ws-decl-name(ws-decl-idx)
                           and ws-hold-pid(ws-hold-idx) not = ws-my-pid
                           and ws-hold-pid(ws-hold-idx)
                               not = ws-owner-pid
                           and (ws-decl-exclusive(ws-decl-idx)
                           or ws-hold-mode(ws-hold-idx) = 'X')
                       then
                           move ws-hold-idx to ws-conflict-idx
                           move ws-decl-idx to ws-conflict-decl-idx
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       add-pending-holdings.

           move function current-date to ws-clock-stamp

           perform varying ws-decl-idx from 1 by 1
           until ws-decl-idx > ws-num-declared

               if ws-decl-pending(ws-decl-idx)
                   and ws-num-holdings < ws-max-holdings
               then
                   add 1 to ws-num-holdings
                   move ws-decl-name(ws-decl-idx)
                       to ws-hold-name(ws-num-holdings)
                   move ws-decl-mode(ws-decl-idx)
                       to ws-hold-mode(ws-num-holdings)
                   move ws-my-pid to ws-hold-pid(ws-num-holdings)
                   move ws-holder-name
                       to ws-hold-holder(ws-num-holdings)
                   move ws-user-name
                       to ws-hold-user(ws-num-holdings)
                   move ws-clock-stamp(1:14)
                       to ws-hold-stamp(ws-num-holdings)
                   set ws-hold-keep(ws-num-holdings) to true
                   set ws-decl-held(ws-decl-idx) to true

                   call "logger" using concatenate(
                       "DATASET-RESERVE :: Reserved "
                       trim(ws-decl-name(ws-decl-idx)) " "
                       ws-decl-mode(ws-decl-idx) " for "
                       trim(ws-holder-name))
                   end-call
               end-if
           end-perform

      *>   Children of this run share what it holds.
           move ws-my-pid to ws-pid-disp
           set environment "CBI_RESERVE_OWNER" to ws-pid-disp

           exit paragraph.


       report-refusal.

           if ws-conflict-idx > ws-num-holdings then
               display
                   "Dataset reservation refused: register "
                   trim(ws-reserve-file-name) " is busy."
               end-display
               call "error-surface" using concatenate(
                   "Dataset reservation refused for "
                   trim(ws-holder-name) ": register "
                   trim(ws-reserve-file-name) " busy")
               end-call
               exit paragraph
           end-if

           move ws-hold-pid(ws-conflict-idx) to ws-pid-disp
           if ws-hold-mode(ws-conflict-idx) = 'X' then
               move "EXCLUSIVE" to ws-mode-word
           else
               move "SHARED" to ws-mode-word
           end-if

           display
               "Dataset reservation refused: "
               trim(ws-decl-name(ws-conflict-decl-idx))
               " is held " trim(ws-mode-word)
               " by " trim(ws-hold-holder(ws-conflict-idx))
               " (pid " trim(ws-pid-disp)
               ", user " trim(ws-hold-user(ws-conflict-idx))
               ", since " ws-hold-stamp(ws-conflict-idx) ")"
           end-display

           call "logger-leveled" using concatenate(
               "DATASET-RESERVE :: ERROR : "
               trim(ws-holder-name) " refused "
               trim(ws-decl-name(ws-conflict-decl-idx))
               ": held " trim(ws-mode-word) " by "
               trim(ws-hold-holder(ws-conflict-idx))
               " pid " trim(ws-pid-disp))
               "ERROR"
           end-call

           call "error-surface" using concatenate(
               "Dataset reservation refused for "
               trim(ws-holder-name) ": "
               trim(ws-decl-name(ws-conflict-decl-idx))
               " held " trim(ws-mode-word) " by "
               trim(ws-hold-holder(ws-conflict-idx))
               " (pid " trim(ws-pid-disp) ")")
           end-call

           exit paragraph.


      *>   Reads the register; holdings of processes that no longer
      *>   exist are marked to drop when it is next saved.
       load-register.

           move 0 to ws-num-holdings

           open input fd-reserve-file

           if not ws-reserve-status-ok then
               close fd-reserve-file
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-reserve-file into ls-reserve-line
                   at end set ls-eof to true
                   not at end perform collect-holding
               end-read
           end-perform

           close fd-reserve-file

           exit paragraph.


       collect-holding.

           if trim(ls-reserve-line) = spaces
               or ws-num-holdings >= ws-max-holdings
           then
               exit paragraph
           end-if

           move spaces to ls-col-name ls-col-mode ls-col-pid
               ls-col-holder ls-col-user ls-col-stamp

           unstring ls-reserve-line
               delimited by "|"
               into ls-col-name ls-col-mode ls-col-pid
                    ls-col-holder ls-col-user ls-col-stamp
           end-unstring

           if test-numval(trim(ls-col-pid)) not = 0 then
               exit paragraph
           end-if

           add 1 to ws-num-holdings
           move ls-col-name to ws-hold-name(ws-num-holdings)
           move ls-col-mode(1:1) to ws-hold-mode(ws-num-holdings)
           compute ws-hold-pid(ws-num-holdings) =
               numval(ls-col-pid)
           end-compute
           move ls-col-holder to ws-hold-holder(ws-num-holdings)
           move ls-col-user to ws-hold-user(ws-num-holdings)
           move ls-col-stamp to ws-hold-stamp(ws-num-holdings)
           set ws-hold-keep(ws-num-holdings) to true

           if ws-hold-pid(ws-num-holdings) not = ws-my-pid then
               move ws-hold-pid(ws-num-holdings) to ws-alive-pid
               perform check-holder-alive
               if ws-holder-gone then
                   set ws-hold-drop(ws-num-holdings) to true
                   call "logger" using concatenate(
                       "DATASET-RESERVE :: Dropping stale "
                       "reservation of " trim(ls-col-name)
                       " by ended pid " trim(ls-col-pid))
                   end-call
               end-if
           end-if

           exit paragraph.


       save-register.

           open output fd-reserve-file

           perform varying ws-hold-idx from 1 by 1
           until ws-hold-idx > ws-num-holdings
               if ws-hold-keep(ws-hold-idx) then
                   move ws-hold-pid(ws-hold-idx) to ws-pid-disp
                   move spaces to ws-reserve-buffer
                   string
                       trim(ws-hold-name(ws-hold-idx))
                       "|" ws-hold-mode(ws-hold-idx)
                       "|" trim(ws-pid-disp)
                       "|" trim(ws-hold-holder(ws-hold-idx))
                       "|" trim(ws-hold-user(ws-hold-idx))
                       "|" ws-hold-stamp(ws-hold-idx)
                       delimited by size
                       into ws-reserve-buffer
                   end-string
                   write f-reserve-line from ws-reserve-buffer
               end-if
           end-perform

           close fd-reserve-file

           exit paragraph.


       drop-own-holding.

           perform varying ws-hold-idx from 1 by 1
           until ws-hold-idx > ws-num-holdings
               if ws-hold-keep(ws-hold-idx)
                   and ws-hold-pid(ws-hold-idx) = ws-my-pid
                   and ws-hold-name(ws-hold-idx)
                       = ws-decl-name(ws-decl-idx)
                   and ws-hold-mode(ws-hold-idx)
                       = ws-decl-mode(ws-decl-idx)
               then
                   set ws-hold-drop(ws-hold-idx) to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       remove-declaration.

           perform varying ws-hold-idx from ws-decl-idx by 1
           until ws-hold-idx >= ws-num-declared
               move ws-declared(ws-hold-idx + 1)
                   to ws-declared(ws-hold-idx)
           end-perform

           subtract 1 from ws-num-declared

           exit paragraph.


      *>   kill -0 asks whether the process exists without touching
      *>   it. The pid to test arrives in ws-alive-pid.
       check-holder-alive.

           move ws-alive-pid to ws-pid-disp
           move spaces to ws-alive-command
           string
               "kill -0 " trim(ws-pid-disp) " 2>/dev/null"
               delimited by size
               into ws-alive-command
           end-string

           call "SYSTEM" using ws-alive-command
           end-call

           if return-code = 0 then
               set ws-holder-alive to true
           else
               set ws-holder-gone to true
           end-if

           exit paragraph.


      *>   The launching run's pid, when this run was started by a
      *>   reservation holder.
       resolve-owner-pid.

           move 0 to ws-owner-pid
           move spaces to ws-env-owner
           accept ws-env-owner
               from environment "CBI_RESERVE_OWNER"
           end-accept
           if ws-env-owner not = spaces
               and test-numval(trim(ws-env-owner)) = 0
           then
               compute ws-owner-pid = numval(ws-env-owner)
               end-compute
           end-if

           exit paragraph.


       take-register-mutex.

           set ws-mutex-not-held to true

           perform varying ws-mutex-tries from 1 by 1
           until ws-mutex-tries > 10
               or ws-mutex-held

               call "CBL_CHECK_FILE_EXIST" using
                   ws-mutex-name ws-mutex-info
               end-call

               if return-code = 0 then
                   call "CBL_OC_NANOSLEEP" using ws-sleep-nanos
                   end-call
               else
                   call "CBL_CREATE_FILE" using
                       ws-mutex-name
                       ws-mutex-access-mode
                       ws-mutex-deny-mode
                       ws-mutex-device
                       ws-mutex-handle
                   end-call
                   call "CBL_CLOSE_FILE" using ws-mutex-handle
                   end-call
                   set ws-mutex-held to true
               end-if
           end-perform

           exit paragraph.


       release-register-mutex.

           if ws-mutex-held then
               call "CBL_DELETE_FILE" using ws-mutex-name
               end-call
               set ws-mutex-not-held to true
           end-if

           exit paragraph.


       resolve-reserve-settings.

           if ws-settings-resolved then
               exit paragraph
           end-if

           set ws-settings-resolved to true

           move spaces to ws-env-value
           accept ws-env-value from environment "CBI_RESERVE_FILE"
           end-accept
           if ws-env-value not = spaces then
               move ws-env-value to ws-reserve-file-name
           end-if

           move spaces to ws-mutex-name
           string
               trim(ws-reserve-file-name) ".lck"
               delimited by size
               into ws-mutex-name
           end-string

           move spaces to ws-env-value
           accept ws-env-value
               from environment "CBI_RESERVE_WAIT_SECS"
           end-accept
           if ws-env-value not = spaces
               and test-numval(trim(ws-env-value)) = 0
           then
               compute ws-wait-secs = numval(ws-env-value)
               end-compute
           end-if

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           end-accept
           if ws-user-name = spaces then
               move "unknown" to ws-user-name
           end-if

           call "C$GETPID" end-call
           move return-code to ws-my-pid

           perform resolve-owner-pid

           exit paragraph.

       end program dataset-reserve.
