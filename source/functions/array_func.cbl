      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Process the whole-array aggregate functions
      *          ARRAYSUM(), ARRAYAVG(), ARRAYMIN(), ARRAYMAX() and
      *          ARRAYCOUNT(), plus the sorted-array lookup
      *          returns the 1-based element index, zero when the
      *          value is not present. Resolved from get-variable the
      *          same way the numeric functions are.
      *          LBOUND() and UBOUND() report an array's current
      *          bounds -- 1 and its highest element, or 0 and 0
      *          when it has no elements (ERASEd, or REDIMmed to
      *          zero) -- so loops need not hard-code a size. They
      *          ask variable-repository for the bounds rather than
      *          gathering the elements, so neither is limited to
      *          the 1,000 elements the aggregates read.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       copy "copybooks/local_storage/ls_variable.cpy".

       copy "copybooks/local_storage/ls_array_bounds.cpy".

       01  ls-working-input-value        pic x(256).
       01  ls-args-text                  pic x(256).

           88  ls-func-kind-max          value 'X'.
           88  ls-func-kind-count        value 'C'.
           88  ls-func-kind-find         value 'F'.
           88  ls-func-kind-lbound       value 'L'.
           88  ls-func-kind-ubound       value 'U'.

       01  ls-arg-str-1                  pic x(256).
       01  ls-arg-str-2                  pic x(256).
               when ls-working-input-value(1:length(ws-arrayfind))
                   = ws-arrayfind
                   set ls-func-kind-find to true
               when ls-working-input-value(1:length(ws-lbound))
                   = ws-lbound
                   set ls-func-kind-lbound to true
               when ls-working-input-value(1:length(ws-ubound))
                   = ws-ubound
                   set ls-func-kind-ubound to true
               when other
                   call "logger" using concatenate(
                       "ARRAY-FUNC :: Not an array function: "
               goback
           end-if

           if ls-func-kind-lbound or ls-func-kind-ubound then
               perform report-array-bound
               goback
           end-if

           perform gather-array-elements

           if ls-num-elements = 0 then
           exit paragraph.


      *>   LBOUND(A) / UBOUND(A). A second argument (the dimension)
      *>   is accepted and ignored: arrays have one dimension here.
       report-array-bound.

           move ls-array-base-name to ls-variable-name
           call "get-array-bounds" using ls-variable ls-array-bounds
           end-call

           move "INTEGER" to l-result-type
           if ls-func-kind-lbound then
               move ls-array-lbound to l-result-num
           else
               move ls-array-ubound to l-result-num
           end-if

           set l-return-code-true to true

           call "logger" using concatenate(
               "ARRAY-FUNC :: Input: " trim(l-input-value)
               " : result num: " l-result-num)
           end-call

           exit paragraph.


      *>   Reads element 1..n out of the variable repository until
      *>   the first missing index, the way sort-cmd gathers the
      *>   array for SORT A.
