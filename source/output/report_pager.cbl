      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Report pagination engine behind the PAGELEN,
      *          PAGEHEADER, PAGEFOOTER and PAGEBREAK statements,
      *          and the declarative control-break engine behind

       01  l-detail-text                 pic x(1024).

       01  l-page-break-rc               pic 9.

       procedure division using l-src-code-str.

       main-procedure.
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for a statement that must start its
      *          output on a fresh page (LETTER, one page per
      *          letter). With the pager armed, a page already begun
      *          on the channel gets its footer and form feed and
      *          the return code is 1; with the pager disarmed
      *          nothing is done and the return code is 0, leaving
      *          the caller to eject the page itself.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "pager-page-break" using
           l-output-file-number l-page-break-rc.

           if ws-pager-disabled then
               move 0 to l-page-break-rc
               goback
           end-if

           move 1 to l-page-break-rc
           move l-output-file-number to ws-emit-channel

           if ws-line-on-page > 0 then
               perform emit-footer-and-form-feed
               move 0 to ws-line-on-page
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
