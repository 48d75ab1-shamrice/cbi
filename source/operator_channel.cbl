      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Operator control channel to a running cbi process,
      *          beyond the all-or-nothing Ctrl-C: the operator
      *          writes one word into the command file
      *          a command acts exactly once. Polling costs one
      *          existence check per bundle of executed lines, not
      *          one per line. State is kept in working-storage so
      *          the poll counter persists across calls. Besides the
      *          shared file each run polls its own command file on
      *          the run board (runs/cbi_run_<pid>.cmd), which is
      *          what the operations console writes, so a command
      *          meant for one run of several reaches only that one.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           88  ws-command-status-ok      value "00".

       01  ws-env-command-file           pic x(256) value spaces.
       01  ws-shared-command-name        pic x(256)
                                         value "cbi_oper.cmd".
       01  ws-run-command-name           pic x(300) value spaces.
       01  ws-env-resolved-sw            pic a value 'N'.
           88  ws-env-resolved           value 'Y'.
           88  ws-env-unresolved         value 'N'.
               end-accept
               if ws-env-command-file not = spaces then
                   move ws-env-command-file
                       to ws-shared-command-name
               end-if
               call "run-status-command-file" using
                   ws-run-command-name
               end-call
           end-if

           move ws-shared-command-name to ws-command-file-name
           perform read-command-file

           if ls-command-text = spaces then
               move ws-run-command-name to ws-command-file-name
               perform read-command-file
           end-if

           if ls-command-text not = spaces then
               call "logger" using concatenate(
                   "OPERATOR-CHANNEL :: command received: "
                   trim(ls-command-text))
               end-call
           end-if

           move upper-case(trim(ls-command-text))
               to ls-command-text

           exit paragraph.


      *>   Reads and consumes ws-command-file-name's first word.
       read-command-file.

           call "CBL_CHECK_FILE_EXIST" using
               ws-command-file-name
               ws-command-file-info
           call "CBL_DELETE_FILE" using ws-command-file-name
           end-call

           exit paragraph.

       end program operator-channel.
