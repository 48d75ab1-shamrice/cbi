      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-12-05
      * Last Modified: 2026-10-15
      * Purpose: Process the OPEN command, e.g.
      *          OPEN "data.txt" FOR INPUT AS #1
      *          OPEN "report.txt" FOR APPEND AS #2
      *          OPEN "cards.wrk" FOR OUTPUT AS #3 ENCRYPTED
      *          OPEN "ach.in" FOR INPUT AS #4 DUPGUARD
      *          An OUTPUT or APPEND open of a catalogued LEDGER
      *          dataset is refused while the processing date's
      *          fiscal period is closed (see period_control.cbl).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       78  ws-exclusive-clause          value "EXCLUSIVE".
       78  ws-hdrtrl-clause             value "HDRTRL".
       78  ws-ebcdic-clause             value "EBCDIC".
       78  ws-encrypted-clause          value "ENCRYPTED".
       78  ws-len-clause                value "LEN=".
       78  ws-dupguard-clause           value "DUPGUARD".

       78  ws-err-bad-file-number       value 52.

       01  ls-raise-error-code           pic 9(4).

       01  ls-exclusive-count            pic 9(4) comp value 0.
       01  ls-encrypted-count            pic 9(4) comp value 0.
       01  ls-close-scratch-rc           pic 9 value 0.

       01  ls-dupguard-count             pic 9(4) comp value 0.
       01  ls-dupguard-rc                pic 9 value 0.
       01  ls-ledger-rc                  pic 9 value 0.

       01  ls-catalog-logical            pic x(64) value spaces.
       01  ls-catalog-physical           pic x(1024) value spaces.
       01  ls-catalog-rc                 pic 9 value 0.

      *>   The name as the script wrote it, for the lineage register.
       01  ls-lineage-reference          pic x(1024) value spaces.

       01  ls-hdrtrl-count               pic 9(4) comp value 0.
       01  ls-hdrtrl-rc                  pic 9 value 0.
       01  ls-hdrtrl-line                pic x(32768) value spaces.
               ls-quote-end-idx - ls-quote-start-idx - 1)
               to ls-file-name

           move ls-file-name to ls-lineage-reference

      *>   "@NAME" resolves through the dataset catalog to the
      *>   physical path before any token expansion, the same way
      *>   the library path resolves CHAIN targets.
               goback
           end-if

      *>   ENCRYPTED intent -- at-rest encryption under the site key,
      *>   for the sequential INPUT/OUTPUT/APPEND channels only.
           move 0 to ls-encrypted-count
           inspect ls-remainder-buffer
               tallying ls-encrypted-count
               for all ws-encrypted-clause

           if ls-encrypted-count > 0 then
               if ls-file-mode = ws-for-random
                   or ls-file-mode = ws-for-keyed
                   or ls-file-mode = ws-for-binary
               then
                   call "logger-leveled" using concatenate(
                       "OPEN :: ERROR : ENCRYPTED applies to INPUT, "
                       "OUTPUT and APPEND files only. Statement: "
                       trim(l-src-code-str))
                       "ERROR"
                   end-call
                   move ws-err-bad-file-number to ls-raise-error-code
                   call "raise-runtime-error" using
                       ls-raise-error-code
                   end-call
                   goback
               end-if

               call "arm-encrypted-open" end-call
           end-if

           if ls-file-mode = ws-for-random then
      *>       FOR RANDOM takes an optional LEN=recl clause giving
      *>       the fixed record length for GET/PUT.
                       end-call
                   end-call
               else
      *>           DUPGUARD intent, on the OPEN or the catalog entry
      *>           -- an input feed already consumed by an earlier
      *>           run is refused before it is opened.
                   if ls-file-mode = ws-for-input then
                       move 0 to ls-dupguard-count
                       inspect ls-remainder-buffer
                           tallying ls-dupguard-count
                           for all ws-dupguard-clause

                       if ls-dupguard-count = 0 then
                           call "catalog-dup-guarded" using
                               ls-file-name
                               ls-dupguard-rc
                           end-call
                           move ls-dupguard-rc to ls-dupguard-count
                       end-if

                       if ls-dupguard-count > 0 then
                           call "feed-guard-check" using
                               ls-file-name
                               ls-lineage-reference
                               ls-dupguard-rc
                           end-call

                           if ls-dupguard-rc = 0 then
                               call "logger-leveled" using concatenate(
                                   "OPEN :: ERROR : Duplicate input "
                                   "refused: " trim(ls-file-name))
                                   "ERROR"
                               end-call
                               goback
                           end-if
                       end-if
                   end-if

      *>           A catalogued LEDGER dataset is posted to on the
      *>           processing date -- refused while that fiscal
      *>           period is closed.
                   if ls-file-mode = ws-for-output
                       or ls-file-mode = ws-for-append
                   then
                       call "period-check-ledger-open" using
                           ls-file-name
                           ls-lineage-reference
                           ls-ledger-rc
                       end-call

                       if ls-ledger-rc = 0 then
                           call "logger-leveled" using concatenate(
                               "OPEN :: ERROR : Ledger dataset closed "
                               "for posting: " trim(ls-file-name))
                               "ERROR"
                           end-call
                           goback
                       end-if
                   end-if

                   call "open-file" using
                       ls-file-name
                       ls-file-mode
               end-if
           end-if

           if ls-open-return-code = 1 then
               call "lineage-note-open" using
                   ls-file-number
                   ls-file-mode
                   ls-file-name
                   ls-lineage-reference
               end-call
           end-if

           call "logger" using concatenate(
               "OPEN :: name: " trim(ls-file-name)
               " mode: " trim(ls-file-mode)
