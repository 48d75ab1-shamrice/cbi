      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Checkpoint/restart facility for long batch runs. On
      *          a CHECKPOINT statement the current source line and
      *          the whole variable table are snapshotted to the
      *          checkpoint instead of from the top. The restart
      *          file is rewritten in full at each checkpoint so it
      *          always holds exactly one consistent snapshot.
      *          The restart file is cbi_restart.chk unless
      *          CBI_RESTART_FILE names another -- a partition of a
      *          partitioned run keeps its own. Decimal values are
      *          written with their decimal point.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       working-storage section.

       01  ws-restart-file-name          pic x(300)
                                         value "cbi_restart.chk".
       01  ws-env-restart-file           pic x(300) value spaces.
       01  ws-restart-file-status        pic xx.
           88  ws-restart-status-ok      value "00".

       01  ws-line-number-text           pic 9(10).
       01  ws-num-text                   pic S9(16) sign leading
                                         separate.
      *>   Written with its decimal point so the restore reads the
      *>   value back as it was.
       01  ws-dec-text                   pic -(12)9.9(6).
       01  ws-dec-point-count            pic 9(4) comp.

       local-storage section.

      ******************************************************************
       entry "write-checkpoint" using l-line-number.

           perform resolve-restart-file-name

           open output fd-restart-file

           move spaces to f-restart-line
           set l-return-code-false to true
           move 0 to l-line-number

           perform resolve-restart-file-name

           open input fd-restart-file

           if not ws-restart-status-ok then
           goback.


       resolve-restart-file-name.

           move spaces to ws-env-restart-file
           accept ws-env-restart-file
               from environment "CBI_RESTART_FILE"
           end-accept

           if ws-env-restart-file not = spaces then
               move ws-env-restart-file to ws-restart-file-name
           end-if

           exit paragraph.


       restore-checkpoint-record.

           if ls-record-buffer(1:5) = "LINE|" then
               move zeros to ws-cp-variable-value-num
           end-if

      *>   A restart file from before the decimal point was written
      *>   holds the value scaled by a million.
           if test-numval(trim(ls-field-dec)) = 0 then
               move 0 to ws-dec-point-count
               inspect ls-field-dec
                   tallying ws-dec-point-count for all "."
               if ws-dec-point-count > 0 then
                   compute ws-cp-variable-value-dec =
                       numval(ls-field-dec)
                   end-compute
               else
                   compute ws-cp-variable-value-dec =
                       numval(ls-field-dec) / 1000000
                   end-compute
               end-if
           else
               move zeros to ws-cp-variable-value-dec
           end-if
