       01  ws-include-file-status     pic xx.
           88  ws-include-status-ok   value "00".

      *>   Each member included is noted in the lineage register.
       01  ws-lineage-member-kind     pic x(16) value "INCLUDE".
       01  ws-lineage-member-label    pic x(64) value spaces.

      *>   Under the production profile each script and INCLUDE
      *>   member opened must be the one that was promoted.
       01  ws-promotion-kind          pic x(16) value spaces.
       01  ws-promotion-rc            pic 9 value 0.

       01  ws-in-include-sw           pic a value 'N'.
           88  ws-in-include          value 'Y'.
           88  ws-not-in-include      value 'N'.

       01  ws-line-idx                pic 9(5) comp value 0.
       01  ws-line-idx-disp           pic 9(5) value 0.
       01  ws-param-decl-message      pic x(80) value spaces.
       01  ws-param-decl-rc           pic 9 value 1.

       01  ws-colon-count             pic 9(4) value zero.
       01  ws-starting-pointer        pic 9(4) comp.
       01  ws-check-boundary-idx      pic 9(4) comp value 0.
       01  ws-check-sub-idx           pic 9(4) comp value 0.
       01  ws-check-error-count       pic 9(4) comp value 0.
      *>   Errors the load-time validations reported (GOTO/GOSUB
      *>   targets, PARAM declarations, OPTION EXPLICIT), counted
      *>   into the --check summary.
       01  ws-load-error-count        pic 9(4) comp value 0.
       01  ws-explicit-error-count    pic 9(4) comp value 0.

       01  ws-declare-found-sw        pic a value 'N'.
           88  ws-declare-found       value 'Y'.

           set l-file-found to true
           set l-program-valid to true
           move 0 to ws-load-error-count
           move 0 to ws-num-goto-refs
           move 0 to ws-source-checksum

               end-if
           end-if

           move "Script" to ws-promotion-kind
           call "promotion-verify" using
               ws-input-source-file-name
               ws-promotion-kind
               ws-promotion-rc
           end-call
           if ws-promotion-rc not = 0 then
               close fd-basic-source-file
               set l-program-not-valid to true
               goback
           end-if

               perform until ls-eof
               
                   read fd-basic-source-file                        

           perform validate-goto-gosub-targets

           perform validate-param-declarations

      *>   OPTION EXPLICIT scripts have every variable checked for a
      *>   declaration before anything runs.
           call "check-explicit-decls" using
               l-source-data-table
               l-line-op-table
               l-sub-boundary-table
               l-function-boundary-table
               l-program-valid-sw
               ws-explicit-error-count
           end-call
           add ws-explicit-error-count to ws-load-error-count

           if l-list-program then
               display "-----------------------------"
               display

               if ws-goto-ref-not-found then
                   set l-program-not-valid to true
                   add 1 to ws-load-error-count
                   display
                       "ERROR: " trim(ws-goto-ref-kind(ws-goto-ref-idx))
                       " at line " ws-goto-ref-line(ws-goto-ref-idx)
           exit paragraph.


      *> PARAM declarations are checked as the script loads, so a
      *> bad type, name or default fails --check and refuses the run
      *> before any argument is bound; script-params keeps the good
      *> ones for binding.
       validate-param-declarations.

           call "script-params-reset" end-call

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > l-num-lines
               if l-line-op(ws-line-idx) = ws-op-param then
                   call "script-params" using
                       l-source-data-read(ws-line-idx)
                       ws-param-decl-message
                       ws-param-decl-rc
                   end-call
                   if ws-param-decl-rc = 0 then
                       set l-program-not-valid to true
                       add 1 to ws-load-error-count
                       move ws-line-idx to ws-line-idx-disp
                       display
                           "ERROR: PARAM at line " ws-line-idx-disp
                           ": " trim(ws-param-decl-message)
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.


      *> Reads every line of the INCLUDEd file through the same
      *> comment/single-line-IF/load processing the main file gets,
      *> marking the boundaries in the listing. Includes do not
               to ws-include-file-name
           inspect ws-include-file-name replacing all '"' by space
           move trim(ws-include-file-name) to ws-include-file-name
           move ws-include-file-name to ws-lineage-member-label

           open input fd-include-file

               exit paragraph
           end-if

           move "INCLUDE member" to ws-promotion-kind
           call "promotion-verify" using
               ws-include-file-name
               ws-promotion-kind
               ws-promotion-rc
           end-call
           if ws-promotion-rc not = 0 then
               set l-program-not-valid to true
               close fd-include-file
               exit paragraph
           end-if

           call "lineage-note-member" using
               ws-lineage-member-kind
               ws-lineage-member-label
               ws-include-file-name
           end-call

           set ws-in-include to true

           if l-list-program then

       check-program-structure.

      *>   The load-time validations' errors are already on screen
      *>   and count towards the summary too.
           move ws-load-error-count to ws-check-error-count

           display spaces
           display "-----------------------------"
           else
               display
                   "Check complete. " ws-check-error-count
                   " error(s) found."
               end-display
           end-if
           display "-----------------------------"
