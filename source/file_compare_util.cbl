      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Keyed file-compare utility behind the cbi command
      *          line:
      *            cbi --file-compare <new> <old> <start> <len>
      *          DELETED, and same-key records with different
      *          content as CHANGED -- with the differing fields
      *          named when a layout map (<layout>.lay, as MAP
      *          loads) is given; a multi-record-type layout names
      *          the fields of each record's own type, group members
      *          by index. The report pages on screen 24
      *          lines at a time (ENTER for more, q to quiet the
      *          detail -- the counts and summary still finish),
      *          the same paging the spool manager's view uses,

       working-storage section.

      *>   The layout is held by record-layout under a channel
      *>   number no script runs alongside a compare.
       01  ws-compare-channel            pic 99 value 99.

       01  ws-raw-file-name              pic x(1024) value spaces.
       01  ws-raw-file-status            pic xx.
       01  ws-key-start                  pic 9(4) value 0.
       01  ws-key-length                 pic 9(4) value 0.

       01  ws-layout-loaded-sw           pic a value 'N'.
           88  ws-layout-loaded          value 'Y'.
           88  ws-layout-not-loaded      value 'N'.

       01  ws-field-index                pic 9(4) comp.
       01  ws-field-name                 pic x(72).
       01  ws-field-start                pic 9(5).
       01  ws-field-len                  pic 9(5).
       01  ws-field-rc                   pic 9.
       01  ws-define-rc                  pic 9.

       01  ws-a-record                   pic x(32768).
       01  ws-b-record                   pic x(32768).
       local-storage section.

       01  ls-layout-line                pic x(256).

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
                       end-string
                       perform emit-report-line

                       if ws-layout-loaded then
                           perform name-changed-fields
                       end-if
                   end-if

      *>   With a layout map given, say which fields differ instead
      *>   of leaving the operator to eyeball two records.
      *>   The fields are those of the new record's type.
       name-changed-fields.

           move 1 to ws-field-rc
           perform varying ws-field-index from 1 by 1
           until ws-field-rc = 0

               call "record-layout-field" using
                   ws-compare-channel
                   ws-a-record
                   ws-field-index
                   ws-field-name
                   ws-field-start
                   ws-field-len
                   ws-field-rc
               end-call

               if ws-field-rc = 0 then
                   exit perform
               end-if

               if ws-a-record(ws-field-start:ws-field-len)
                   not = ws-b-record(ws-field-start:ws-field-len)
               then
                   move spaces to ws-report-line
                   string
                       "  field " trim(ws-field-name)
                       ": '"
                       trim(ws-b-record(
                           ws-field-start:ws-field-len))
                       "' -> '"
                       trim(ws-a-record(
                           ws-field-start:ws-field-len))
                       "'"
                       delimited by size
                       into ws-report-line
               exit paragraph
           end-if

           call "record-layout-clear" using ws-compare-channel
           end-call

           set ls-not-eof to true

           perform until ls-eof
               read fd-layout-file into ls-layout-line
                   at end set ls-eof to true
                   not at end
                       call "record-layout-define-line" using
                           ws-compare-channel
                           ls-layout-line
                           ws-define-rc
                       end-call
               end-read
           end-perform

           close fd-layout-file

           set ws-layout-loaded to true

           exit paragraph.

