      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Pop-up lookup window for data-entry fields: the
      *          operator presses the lookup key on a form field
      *          that declared a keyed channel, and a scrollable
      *          the window is saved on the way in and restored on
      *          the way out, so the form repaints untouched. The
      *          difference between a data-entry screen and a
      *          printed account list on the desk. The chosen row
      *          and the window's scrolling are reported for files
      *          whose reads are access-logged.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

           call "restore-screen-region" end-call

      *>   The scroll through the list is one browse session.
           call "end-keyed-browse" using l-file-number
           on exception
               continue
           end-call

           goback.


               and ws-pick-idx <= ws-num-pick-rows
           then
               move ws-pick-key(ws-pick-idx) to l-filter-text
               call "note-keyed-pick" using
                   l-file-number
                   ws-pick-key(ws-pick-idx)
               on exception
                   continue
               end-call
               set l-return-code-true to true
               set ws-window-done to true
           end-if
