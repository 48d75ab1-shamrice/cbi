      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Keyed master-file handler backing OPEN ... FOR KEYED
      *          and the READKEY#/WRITEKEY# statements. Two fixed
      *          slots of COBOL indexed organization files, keyed on
      *          file, instead of three drifting copies. (Files
      *          created by earlier builds without the alternate
      *          indexes must be rebuilt once by copying through
      *          WRITEKEY#.) A file whose dataset catalog entry is
      *          flagged READLOG has its reads -- READKEY#, the
      *          NEXTKEY#/PREVKEY# browse and lookup-window picks --
      *          reported to the access log as well.
      *          State is kept in working-storage, same
      *          as file-io.cbl, so the open files persist across the
      *          many separate calls made as the interpreter executes
      *          each statement in turn.
               10  ws-idx-eof-sw         pic a value 'N'.
                   88  ws-idx-at-eof     value 'Y'.
                   88  ws-idx-not-eof    value 'N'.
               10  ws-idx-read-log-sw    pic a value 'N'.
                   88  ws-idx-read-logged value 'Y'.
                   88  ws-idx-not-read-logged value 'N'.

       01  ws-idx-slot-idx               pic 9 comp.
       01  ws-idx-found-idx              pic 9 comp value 0.
       01  ws-raise-error-code           pic 9(4).
       01  ws-env-guard-rc               pic 9 value 0.

      *>   Reads of READLOG files reported to the access log.
       01  ws-access-logged-rc           pic 9 value 0.
       01  ws-access-kind                pic x(16).
       01  ws-access-target-name         pic x(1024).
       01  ws-access-key                 pic x(64).

      *>   Before/after images reported to the audit journal on
      *>   every keyed update, so a bad posting can be backed out by
      *>   the journal recovery utility instead of a full restore.
                   open i-o fd-idx-2
           end-evaluate

           set ws-idx-not-read-logged(ws-idx-found-idx) to true
           call "catalog-access-logged" using
               l-file-name
               ws-access-logged-rc
           end-call
           if ws-access-logged-rc = 1 then
               set ws-idx-read-logged(ws-idx-found-idx) to true
           end-if

           call "logger" using concatenate(
               "KEYED-FILE-IO :: Opened KEYED file number "
               l-file-number
               " key " trim(l-key-text))
           end-call

           if ws-idx-read-logged(ws-idx-found-idx) then
               move "READKEY" to ws-access-kind
               move l-key-text to ws-access-key
               perform report-keyed-read
           end-if

           set l-return-code-true to true
           goback.

               " key " trim(l-key-text))
           end-call

           if ws-idx-read-logged(ws-idx-found-idx) then
               move "READALT" to ws-access-kind
               move l-key-text to ws-access-key
               perform report-keyed-read
           end-if

           set l-return-code-true to true
           goback.

           set ws-idx-valid-key to true
           set ws-idx-not-eof(ws-idx-found-idx) to true

      *>   Repositioning starts a new browse session.
           if ws-idx-read-logged(ws-idx-found-idx) then
               perform end-keyed-browse-session
           end-if

           evaluate ws-idx-found-idx
               when 1
                   evaluate l-alt-key-number
                   end-if
           end-evaluate

           if ws-idx-read-logged(ws-idx-found-idx)
               and ws-idx-not-eof(ws-idx-found-idx)
           then
               perform set-access-target-name
               call "access-log-browse" using
                   ws-access-target-name
                   l-key-text
               end-call
           end-if

           set l-return-code-true to true
           goback.


      *>   The lookup window reports the row the operator chose, and
      *>   ends its browse session as it closes.
       entry "note-keyed-pick" using l-file-number l-key-text.

           perform find-idx-slot-for-file-number

           if ws-idx-found-idx not = 0 then
               if ws-idx-read-logged(ws-idx-found-idx) then
                   move "PICK" to ws-access-kind
                   move l-key-text to ws-access-key
                   perform report-keyed-read
               end-if
           end-if

           goback.


      *>   The lookup window's scroll through a logged file is one
      *>   browse session, closed out in the access log here as the
      *>   window closes.
       entry "end-keyed-browse" using l-file-number.

           perform find-idx-slot-for-file-number

           if ws-idx-found-idx not = 0 then
               if ws-idx-read-logged(ws-idx-found-idx) then
                   perform end-keyed-browse-session
               end-if
           end-if

           goback.


      *>   LOCK #n, key$ -- takes the advisory lock for one record
      *>   of the keyed file, waiting and retrying once a second for
      *>   the configured lock-wait before surfacing the classic
           exit paragraph.


       report-keyed-read.

           perform set-access-target-name

           call "access-log-read" using
               ws-access-kind
               ws-access-target-name
               ws-access-key
           end-call

           exit paragraph.


       end-keyed-browse-session.

           perform set-access-target-name

           call "access-log-browse-end" using ws-access-target-name
           end-call

           exit paragraph.


       set-access-target-name.

           evaluate ws-idx-found-idx
               when 1
                   move ws-idx-file-name-1 to ws-access-target-name
               when 2
                   move ws-idx-file-name-2 to ws-access-target-name
           end-evaluate

           exit paragraph.


       close-idx-slot.

           if ws-idx-read-logged(ws-idx-found-idx) then
               perform end-keyed-browse-session
               set ws-idx-not-read-logged(ws-idx-found-idx) to true
           end-if

           evaluate ws-idx-found-idx
               when 1 close fd-idx-1
               when 2 close fd-idx-2
