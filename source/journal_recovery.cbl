      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Point-in-time recovery over the before/after image
      *          records the audit journal writes (audit-write-images
      *          in audit-journal.cbl) for keyed file updates.
      *          just before the cutoff without restoring a full
      *          backup and re-keying a day of work. A cutoff of ALL
      *          backs out every journaled update to the file.
      *          A rebuild of the file by the keyed file utility
      *          (a REORG entry, in this journal or any other journal
      *          beside it) stamped inside the window stops the
      *          recovery: the images before it were taken against
      *          the file as it was before the rebuild, so the
      *          cutoff has to be moved past it, or the file reloaded
      *          from the utility's unload file first.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               organization is line sequential
               file status is ws-journal-file-status.

               select optional fd-journal-list
               assign to "cbi_jrn_recover.tmp"
               organization is line sequential
               file status is ws-journal-list-status.

       data division.

       file section.
       fd  fd-journal-file.
       01  f-journal-line                pic x(2048).

       fd  fd-journal-list.
       01  f-journal-list-line           pic x(1024).

       working-storage section.

       78  ws-max-backout-entries        value 2000.
       01  ws-journal-file-name          pic x(1024) value spaces.
       01  ws-journal-file-status        pic xx.
           88  ws-journal-status-ok      value "00".
       01  ws-journal-list-status        pic xx.
           88  ws-journal-list-ok        value "00".

      *>   Rebuilds of the target found inside the window -- the
      *>   latest one is reported.
       01  ws-reorg-found-sw             pic a value 'N'.
           88  ws-reorg-found            value 'Y'.
           88  ws-reorg-not-found        value 'N'.
       01  ws-reorg-ts                   pic x(14) value spaces.
       01  ws-journal-dir                pic x(1024) value spaces.
       01  ws-slash-idx                  pic 9(4) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-shell-command              pic x(2100).

       01  ws-backout-table.
           05  ws-num-backouts           pic 9(4) comp value 0.

       01  ls-journal-line               pic x(2048).

       01  ls-list-eof-sw                pic a value 'N'.
           88  ls-list-eof               value 'Y'.
           88  ls-list-not-eof           value 'N'.

       01  ls-entry-kind                 pic x(8).
       01  ls-entry-ts                   pic x(14).
       01  ls-entry-target               pic x(256).
               goback
           end-if

           perform scan-journals-for-reorg

           if ws-reorg-found then
               display
                   "Recovery refused: " trim(l-target-name)
                   " was rebuilt by the keyed file utility at "
                   ws-reorg-ts ", inside the recovery window."
               end-display
               display
                   "Use a cutoff after the rebuild, or reload the "
                   "file from its unload file and recover from "
                   "there."
               end-display
               call "error-surface" using concatenate(
                   "Journal recovery refused: "
                   trim(l-target-name) " rebuilt at " ws-reorg-ts
                   " inside the recovery window")
               end-call
               goback
           end-if

           call "open-keyed-file" using
               l-target-name
               ws-file-number
      *>   the masters this journal covers are fixed-format text.)
       collect-before-image.

           if ls-journal-line(1:6) = "REORG|" then
               perform note-reorg-entry
               exit paragraph
           end-if

           if ls-journal-line(1:5) not = "IMGB|" then
               exit paragraph
           end-if
           exit paragraph.


      *>   REORG|YYYYMMDDHHMMSS|target|... -- a rebuild of our file
      *>   at or after the cutoff.
       note-reorg-entry.

           move spaces to ls-entry-kind
           move spaces to ls-entry-ts
           move spaces to ls-entry-target

           unstring ls-journal-line
               delimited by "|"
               into ls-entry-kind ls-entry-ts ls-entry-target
           end-unstring

           if trim(ls-entry-target) not = trim(l-target-name) then
               exit paragraph
           end-if

           if ls-backout-from-cutoff
               and ls-entry-ts < l-cutoff-ts
           then
               exit paragraph
           end-if

           set ws-reorg-found to true
           if ls-entry-ts > ws-reorg-ts or ws-reorg-ts = spaces then
               move ls-entry-ts to ws-reorg-ts
           end-if

           exit paragraph.


      *>   The rebuild is journaled by the utility's own run, so
      *>   every journal in the recovery journal's directory is
      *>   looked through for one.
       scan-journals-for-reorg.

           move 0 to ws-slash-idx
           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(trim(l-journal-name))
               if l-journal-name(ws-char-idx:1) = "/" then
                   move ws-char-idx to ws-slash-idx
               end-if
           end-perform

           move spaces to ws-journal-dir
           if ws-slash-idx > 1 then
               move l-journal-name(1:ws-slash-idx - 1)
                   to ws-journal-dir
           else
               if ws-slash-idx = 1 then
                   move "/" to ws-journal-dir
               else
                   move "." to ws-journal-dir
               end-if
           end-if

           move spaces to ws-shell-command
           string
               "ls -1 " trim(ws-journal-dir) "/cbi_audit_*.jrn"
               " > cbi_jrn_recover.tmp 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           open input fd-journal-list

           if not ws-journal-list-ok then
               close fd-journal-list
               exit paragraph
           end-if

           set ls-list-not-eof to true

           perform until ls-list-eof
               read fd-journal-list
                   at end set ls-list-eof to true
                   not at end
                       if f-journal-list-line not = spaces then
                           move f-journal-list-line
                               to ws-journal-file-name
                           perform scan-one-journal-for-reorg
                       end-if
               end-read
           end-perform

           close fd-journal-list

           call "CBL_DELETE_FILE" using "cbi_jrn_recover.tmp"
           end-call

           exit paragraph.


       scan-one-journal-for-reorg.

           open input fd-journal-file

           if not ws-journal-status-ok then
               close fd-journal-file
               exit paragraph
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-journal-file into ls-journal-line
                   at end set ls-eof to true
                   not at end
                       if ls-journal-line(1:6) = "REORG|" then
                           perform note-reorg-entry
                       end-if
               end-read
           end-perform

           close fd-journal-file

           exit paragraph.


       apply-one-backout.

           if ws-backout-image(ws-backout-idx) = spaces then
