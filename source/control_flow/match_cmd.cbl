      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the MATCH statement -- the balanced-line
      *          transaction-against-master engine every nightly
      *          update re-implements by hand (two of those copies
      *          remembered as matched and its later passing is
      *          silent rather than reported as an orphan. The last
      *          records of both files are always delivered.
      *          Records up to the 32K channel capacity are read,
      *          matched on keys anywhere in them, and exposed whole
      *          in MATCH.TRAN$/MATCH.MAST$ as long strings. State
      *          is kept in working-storage, same as file-io.cbl, so
      *          the walk persists across the many separate calls
      *          made as the script's loop executes.
       copy "copybooks/basic_keywords.cpy".

       78  ws-err-bad-file-number        value 52.
       78  ws-err-out-of-string-space    value 14.

      *>   The walk in progress: both current records, their keys,
      *>   and which sides are exhausted. A MATCH statement naming a

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_long_string.cpy".

       01  ls-long-store-rc              pic 9 value 0.
       01  ls-raise-error-code           pic 9(4).
       01  ls-raise-error-text           pic x(256).

       01  ls-temp-param-buffer          pic x(1024).

       01  ls-tran-number-token          pic x(16).
               ls-assign-var-str
           end-call

      *>   The records go in whole, past the 1,024 byte value
      *>   field, as long strings.
           move spaces to ls-variable
           move "MATCH.TRAN$" to ls-variable-name
           if ls-step-status = "M" or ls-step-status = "T" then
               move trim(ls-step-tran-record) to ls-long-string-text
               compute ls-long-string-len =
                   length(trim(ls-step-tran-record))
               end-compute
           else
               move 0 to ls-long-string-len
           end-if
           perform set-match-record-variable

           move spaces to ls-variable
           move "MATCH.MAST$" to ls-variable-name
           if ls-step-status = "M" or ls-step-status = "B" then
               move trim(ls-step-mast-record) to ls-long-string-text
               compute ls-long-string-len =
                   length(trim(ls-step-mast-record))
               end-compute
           else
               move 0 to ls-long-string-len
           end-if
           perform set-match-record-variable

           call "logger" using concatenate(
               "MATCH :: step status " ls-step-status

           exit paragraph.

       set-match-record-variable.

           if ls-long-string-len = 0 then
               move spaces to ls-long-string-text
           end-if

           call "set-long-variable" using
               ls-variable ls-long-string ls-long-store-rc
           end-call

           if ls-long-store-rc = 0 then
               move spaces to ls-raise-error-text
               string
                   "Out of string space: " trim(ls-variable-name)
                   " keeps only its first 1022 bytes"
                   delimited by size
                   into ls-raise-error-text
               end-string
               call "logger-leveled" using concatenate(
                   "MATCH :: ERROR : " trim(ls-raise-error-text))
                   "ERROR"
               end-call
               move ws-err-out-of-string-space to ls-raise-error-code
               call "raise-runtime-error-text" using
                   ls-raise-error-code ls-raise-error-text
               end-call
           end-if

           exit paragraph.

       end program match-cmd.
