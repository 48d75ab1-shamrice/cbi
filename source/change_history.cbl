      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Field-level change history of a keyed master, from
      *          the before/after images the audit journal records
      *          for every keyed update (IMGB/IMGA). Reached from the
      *          cbi command line:
      *            cbi --change-history <file> <layout> [key] [from]
      *                [to]
      *          <file> is the master's name or @LOGICAL (matched
      *          anywhere in the journaled path, as the audit report
      *          does); <layout> is the MAP record layout
      *          (<layout>.lay, looked for in the current directory
      *          and then CBI_PATH, as MAP does); [key] limits the
      *          history to one record (* for every record, so the
      *          dates can still be given); [from] and [to] are
      *          YYYYMMDD[HHMMSS]. Every journal in the log directory
      *          (CBI_LOG_DIR, else the current directory) and every
      *          one the housekeeping run archived is read, oldest
      *          first, and each before image is paired with the
      *          after image written beside it. One line is printed
      *          for each layout field that actually differs: when,
      *          the key, the field, the old and new values, and the
      *          script and operator from the journal's header. An
      *          insert (no before image) reports its fields as ADD,
      *          a delete (no after image) as DEL, an update as CHG.
      *          PACKED and BINARY fields show as hex. Each line goes
      *          through the PII masking rules, so a field named by a
      *          match= pattern is starred as it is in the logs. The
      *          report pages 24 lines at a time like the audit
      *          report.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. change-history.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-journal-list
               assign to "cbi_change_hist.tmp"
               organization is line sequential
               file status is ws-journal-list-status.

               select optional fd-journal-file
               assign to dynamic ws-journal-file-name
               organization is line sequential
               file status is ws-journal-file-status.

               select optional fd-archive-index
               assign to dynamic ws-archive-index-name
               organization is line sequential
               file status is ws-archive-index-status.

               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

       data division.

       file section.

       fd  fd-journal-list.
       01  f-journal-list-line           pic x(1024).

       fd  fd-journal-file.
       01  f-journal-line                pic x(32768).

       fd  fd-archive-index.
       01  f-archive-index-line          pic x(600).

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       working-storage section.

       01  ws-journal-list-status        pic xx.
           88  ws-journal-list-ok        value "00".

       01  ws-journal-file-name          pic x(1024) value spaces.
       01  ws-journal-file-status        pic xx.
           88  ws-journal-file-ok        value "00".

       01  ws-archive-dir                pic x(256) value "archive".
       01  ws-env-archive-dir            pic x(256) value spaces.
       01  ws-archive-index-name         pic x(300) value spaces.
       01  ws-archive-index-status       pic xx.
           88  ws-archive-index-ok       value "00".

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".
       78  ws-layout-suffix              value ".lay".

       01  ws-log-dir                    pic x(256) value spaces.
       01  ws-shell-command              pic x(2048).

      *>   Archived journals are read back out of their gzip here.
       78  ws-unpacked-journal           value "cbi_change_arc.tmp".

       01  ws-list-eof-sw                pic a value 'N'.
           88  ws-list-eof               value 'Y'.
           88  ws-list-not-eof           value 'N'.

       01  ws-journal-eof-sw             pic a value 'N'.
           88  ws-journal-eof            value 'Y'.
           88  ws-journal-not-eof        value 'N'.

       01  ws-index-eof-sw               pic a value 'N'.
           88  ws-index-eof              value 'Y'.
           88  ws-index-not-eof          value 'N'.

       01  ws-layout-eof-sw              pic a value 'N'.
           88  ws-layout-eof             value 'Y'.
           88  ws-layout-not-eof         value 'N'.

       01  ws-layout-opened-sw           pic a value 'N'.
           88  ws-layout-opened          value 'Y'.
           88  ws-layout-not-opened      value 'N'.

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-starting-pointer           pic 9(4) comp.

      *>   The layout's fields, as the file-compare utility holds
      *>   them.
       78  ws-max-layout-fields          value 50.
       01  ws-layout-field-table.
           05  ws-num-layout-fields      pic 9(4) comp value 0.
           05  ws-layout-field           occurs 50 times.
               10  ws-lf-name            pic x(64).
               10  ws-lf-start           pic 9(5).
               10  ws-lf-len             pic 9(5).
               10  ws-lf-type            pic x(8).
       01  ws-lf-idx                     pic 9(4) comp.

       01  ws-layout-line                pic x(256).
       01  ws-col-name                   pic x(64).
       01  ws-col-start                  pic x(8).
       01  ws-col-len                    pic x(8).
       01  ws-col-type                   pic x(8).

      *>   What was asked for.
       01  ws-file-filter                pic x(1024) value spaces.
       01  ws-key-filter                 pic x(64) value spaces.
       01  ws-from-stamp                 pic x(14) value spaces.
       01  ws-to-stamp                   pic x(14) value spaces.
       01  ws-args-bad-sw                pic a value 'N'.
           88  ws-args-bad               value 'Y'.

       01  ws-catalog-logical            pic x(64) value spaces.
       01  ws-catalog-physical           pic x(1024) value spaces.
       01  ws-catalog-rc                 pic 9 value 0.

      *>   What the current journal's header said.
       01  ws-header-script              pic x(256) value spaces.
       01  ws-header-operator            pic x(16) value spaces.
       01  ws-header-field               pic x(256).
       01  ws-parse-who                  pic x(300).
       01  ws-parse-rest                 pic x(32768).

      *>   The image entry being read, and the before image waiting
      *>   for its after image.
       01  ws-entry-kind                 pic x(4).
       01  ws-entry-stamp                pic x(14).
       01  ws-entry-target               pic x(1024).
       01  ws-entry-key                  pic x(64).
       01  ws-entry-image                pic x(960).
       01  ws-parse-pointer              pic 9(5) comp.
       01  ws-match-count                pic 9(4) comp.

       01  ws-pending-sw                 pic a value 'N'.
           88  ws-before-pending         value 'Y'.
           88  ws-no-before-pending      value 'N'.
       01  ws-pending-target             pic x(1024).
       01  ws-pending-key                pic x(64).
       01  ws-before-image               pic x(960).
       01  ws-after-image                pic x(960).

       01  ws-change-kind                pic x(3).
       01  ws-old-value                  pic x(256).
       01  ws-new-value                  pic x(256).
       01  ws-field-bytes                pic x(960).
       01  ws-field-text                 pic x(256).
       01  ws-field-length               pic 9(5) comp.
       01  ws-hex-digits                 pic x(16)
                                         value "0123456789ABCDEF".
       01  ws-hex-idx                    pic 9(5) comp.
       01  ws-hex-byte                   pic 9(3) comp.
       01  ws-hex-pointer                pic 9(5) comp.

       01  ws-index-date                 pic x(8).
       01  ws-index-class                pic x(32).
       01  ws-index-original             pic x(256).
       01  ws-index-archived             pic x(256).

       01  ws-journals-scanned           pic 9(7) value 0.
       01  ws-archived-scanned           pic 9(7) value 0.
       01  ws-updates-paired             pic 9(9) value 0.
       01  ws-changes-reported           pic 9(9) value 0.
       01  ws-count-disp                 pic z(8)9.

      *>   Paging, as the audit report does it.
       78  ws-view-page-lines            value 24.
       01  ws-view-line-on-screen        pic 9(4) comp value 0.
       01  ws-view-reply                 pic x(8).
       01  ws-detail-quiet-sw            pic a value 'N'.
           88  ws-detail-quieted         value 'Y'.

      *>   mask-text works on a buffer of this size.
       01  ws-mask-buffer                pic x(32768).
       01  ws-report-line                pic x(512).

       linkage section.

       01  l-file-name                   pic x(1024).
       01  l-layout-name                 pic x(1024).
       01  l-key-text                    pic x(64).
       01  l-from-text                   pic x(16).
       01  l-to-text                     pic x(16).

       procedure division using
           l-file-name l-layout-name l-key-text l-from-text l-to-text.

       main-procedure.

           perform take-arguments

           if ws-args-bad then
               goback
           end-if

           perform load-layout

           if ws-layout-not-opened then
               display
                   "ERROR: layout not found in current directory or "
                   "CBI_PATH: " trim(l-layout-name) ws-layout-suffix
               end-display
               goback
           end-if

           if ws-num-layout-fields = 0 then
               display
                   "ERROR: layout has no fields: "
                   trim(ws-layout-file-name)
               end-display
               goback
           end-if

           accept ws-log-dir from environment "CBI_LOG_DIR"
           end-accept
           if ws-log-dir = spaces then
               move "." to ws-log-dir
           end-if

           accept ws-env-archive-dir from environment "CBI_ARCHIVE_DIR"
           end-accept
           if ws-env-archive-dir not = spaces then
               move ws-env-archive-dir to ws-archive-dir
           end-if

           perform display-report-heading

      *>   Archived journals are the older ones, so they go first.
           perform scan-archived-journals
           perform scan-live-journals

           perform display-summary

           goback.


       take-arguments.

           move trim(l-file-name) to ws-file-filter

           if ws-file-filter(1:1) = "@" then
               move ws-file-filter(2:64) to ws-catalog-logical
               call "catalog-resolve" using
                   ws-catalog-logical
                   ws-catalog-physical
                   ws-catalog-rc
               end-call
               if ws-catalog-rc = 0 then
                   display
                       "ERROR: logical dataset name not cataloged: "
                       trim(ws-file-filter)
                   end-display
                   set ws-args-bad to true
                   exit paragraph
               end-if
               move ws-catalog-physical to ws-file-filter
           end-if

           if trim(l-key-text) not = "*" then
               move trim(l-key-text) to ws-key-filter
           end-if

           if l-from-text not = spaces then
               move "00000000000000" to ws-from-stamp
               move trim(l-from-text) to ws-from-stamp(1:
                   min(14, length(trim(l-from-text))))
               if test-numval(ws-from-stamp) not = 0 then
                   display "ERROR: from is not a date: "
                       trim(l-from-text)
                   end-display
                   set ws-args-bad to true
               end-if
           end-if

           if l-to-text not = spaces then
               move "99999999999999" to ws-to-stamp
               move trim(l-to-text) to ws-to-stamp(1:
                   min(14, length(trim(l-to-text))))
               if test-numval(ws-to-stamp) not = 0 then
                   display "ERROR: to is not a date: "
                       trim(l-to-text)
                   end-display
                   set ws-args-bad to true
               end-if
           end-if

           exit paragraph.


      *>   <layout>.lay from the current directory, else the first
      *>   CBI_PATH directory holding it -- MAP's search.
       load-layout.

           set ws-layout-not-opened to true

           move spaces to ws-layout-file-name
           string
               trim(l-layout-name) ws-layout-suffix
               delimited by size
               into ws-layout-file-name
           end-string

           open input fd-layout-file

           if ws-layout-status-ok then
               set ws-layout-opened to true
           else
               close fd-layout-file
               perform collect-library-dirs

               perform varying ws-library-dir-idx from 1 by 1
               until ws-library-dir-idx > ws-num-library-dirs
                   or ws-layout-opened

                   move spaces to ws-layout-file-name
                   string
                       trim(ws-library-dirs(ws-library-dir-idx))
                       "/"
                       trim(l-layout-name) ws-layout-suffix
                       delimited by size
                       into ws-layout-file-name
                   end-string

                   open input fd-layout-file

                   if ws-layout-status-ok then
                       set ws-layout-opened to true
                   else
                       close fd-layout-file
                   end-if
               end-perform
           end-if

           if ws-layout-not-opened then
               exit paragraph
           end-if

           set ws-layout-not-eof to true

           perform until ws-layout-eof
               read fd-layout-file into ws-layout-line
                   at end set ws-layout-eof to true
                   not at end perform collect-layout-field
               end-read
           end-perform

           close fd-layout-file

           exit paragraph.


       collect-layout-field.

           if trim(ws-layout-line) = spaces
               or ws-layout-line(1:1) = "#"
           then
               exit paragraph
           end-if

           if ws-num-layout-fields >= ws-max-layout-fields then
               exit paragraph
           end-if

           move spaces to ws-col-name ws-col-start ws-col-len
               ws-col-type

           unstring ws-layout-line
               delimited by "|"
               into ws-col-name ws-col-start ws-col-len ws-col-type
           end-unstring

           if test-numval(trim(ws-col-start)) not = 0
               or test-numval(trim(ws-col-len)) not = 0
           then
               exit paragraph
           end-if

      *>   The journal keeps the first 960 bytes of a record.
           if numval(ws-col-start) < 1
               or numval(ws-col-len) < 1
               or numval(ws-col-start) + numval(ws-col-len) - 1
                   > length(ws-before-image)
           then
               exit paragraph
           end-if

           add 1 to ws-num-layout-fields
           move trim(ws-col-name)
               to ws-lf-name(ws-num-layout-fields)
           compute ws-lf-start(ws-num-layout-fields) =
               numval(ws-col-start)
           end-compute
           compute ws-lf-len(ws-num-layout-fields) =
               numval(ws-col-len)
           end-compute
           move upper-case(trim(ws-col-type))
               to ws-lf-type(ws-num-layout-fields)
           if ws-lf-type(ws-num-layout-fields) = spaces then
               move "TEXT" to ws-lf-type(ws-num-layout-fields)
           end-if

           exit paragraph.


       collect-library-dirs.

           move 0 to ws-num-library-dirs
           move spaces to ws-library-path

           accept ws-library-path from environment "CBI_PATH"
           end-accept

           if ws-library-path = spaces then
               exit paragraph
           end-if

           move 1 to ws-starting-pointer

           perform until ws-starting-pointer
               > length(trim(ws-library-path))
               or ws-num-library-dirs >= 8

               add 1 to ws-num-library-dirs
               move spaces
                   to ws-library-dirs(ws-num-library-dirs)

               unstring ws-library-path
                   delimited by ":"
                   into ws-library-dirs(ws-num-library-dirs)
                   with pointer ws-starting-pointer
               end-unstring
           end-perform

           exit paragraph.


       scan-live-journals.

           move spaces to ws-shell-command
           string
               "ls -1 " trim(ws-log-dir) "/cbi_audit_*.jrn"
               " > cbi_change_hist.tmp 2>/dev/null"
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

           set ws-list-not-eof to true

           perform until ws-list-eof
               read fd-journal-list
                   at end set ws-list-eof to true
                   not at end
                       if f-journal-list-line not = spaces then
                           move f-journal-list-line
                               to ws-journal-file-name
                           perform scan-one-journal
                           add 1 to ws-journals-scanned
                       end-if
               end-read
           end-perform

           close fd-journal-list

           call "CBL_DELETE_FILE" using "cbi_change_hist.tmp"
           end-call

           exit paragraph.


      *>   Index lines are date|class|original path|archived name.
       scan-archived-journals.

           move spaces to ws-archive-index-name
           string
               trim(ws-archive-dir) "/cbi_archive.idx"
               delimited by size
               into ws-archive-index-name
           end-string

           open input fd-archive-index

           if not ws-archive-index-ok then
               close fd-archive-index
               exit paragraph
           end-if

           set ws-index-not-eof to true

           perform until ws-index-eof
               read fd-archive-index
                   at end set ws-index-eof to true
                   not at end perform scan-one-archived-journal
               end-read
           end-perform

           close fd-archive-index

           call "CBL_DELETE_FILE" using ws-unpacked-journal
           end-call

           exit paragraph.


       scan-one-archived-journal.

           move spaces to ws-index-date ws-index-class
               ws-index-original ws-index-archived
           unstring f-archive-index-line delimited by "|"
               into ws-index-date ws-index-class
                   ws-index-original ws-index-archived
           end-unstring

           move 0 to ws-match-count
           inspect ws-index-original
               tallying ws-match-count for all "cbi_audit_"

           if ws-match-count = 0
               or ws-index-archived = spaces
           then
               exit paragraph
           end-if

           move spaces to ws-shell-command
           string
               "gzip -dc " trim(ws-archive-dir) "/"
               trim(ws-index-archived)
               " > " ws-unpacked-journal " 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           if return-code not = 0 then
               display
                   "WARNING: archived journal could not be read: "
                   trim(ws-archive-dir) "/" trim(ws-index-archived)
               end-display
               exit paragraph
           end-if

           move ws-unpacked-journal to ws-journal-file-name
           perform scan-one-journal
           add 1 to ws-archived-scanned

           exit paragraph.


       scan-one-journal.

           move spaces to ws-header-script
           move "(unset)" to ws-header-operator
           set ws-no-before-pending to true

           open input fd-journal-file

           if not ws-journal-file-ok then
               close fd-journal-file
               exit paragraph
           end-if

           set ws-journal-not-eof to true

           perform until ws-journal-eof
               read fd-journal-file
                   at end set ws-journal-eof to true
                   not at end perform examine-journal-line
               end-read
           end-perform

           close fd-journal-file

           exit paragraph.


       examine-journal-line.

           evaluate true
               when f-journal-line(1:23) = "==== audit journal for "
                   perform take-journal-header
               when f-journal-line(1:5) = "IMGB|"
                   perform parse-image-entry
                   perform take-before-image
               when f-journal-line(1:5) = "IMGA|"
                   perform parse-image-entry
                   perform take-after-image
           end-evaluate

           exit paragraph.


      *>   ==== audit journal for <script> started <date> <time>
      *>   operator <id> ====
       take-journal-header.

           move spaces to ws-parse-rest
           move f-journal-line(24:) to ws-parse-rest
           move spaces to ws-header-script ws-parse-who
           unstring ws-parse-rest delimited by " started "
               into ws-header-script ws-parse-who
           end-unstring

           move spaces to ws-parse-rest
           unstring ws-parse-who delimited by " operator "
               into ws-header-field ws-parse-rest
           end-unstring

           move spaces to ws-header-operator
           unstring ws-parse-rest delimited by " "
               into ws-header-operator
           end-unstring

           if ws-header-operator = spaces then
               move "(unset)" to ws-header-operator
           end-if

           exit paragraph.


      *>   IMGB|YYYYMMDDHHMMSS|<target>|<key>|<image>
       parse-image-entry.

           move f-journal-line(1:4) to ws-entry-kind
           move f-journal-line(6:14) to ws-entry-stamp

           move spaces to ws-entry-target ws-entry-key ws-entry-image
           move 21 to ws-parse-pointer
           unstring f-journal-line delimited by "|"
               into ws-entry-target ws-entry-key
               with pointer ws-parse-pointer
           end-unstring

           if ws-parse-pointer <= length(f-journal-line) then
               move f-journal-line(ws-parse-pointer:)
                   to ws-entry-image
           end-if

           exit paragraph.


       take-before-image.

           set ws-no-before-pending to true

           if ws-entry-stamp < ws-from-stamp
               or (ws-to-stamp not = spaces
                   and ws-entry-stamp > ws-to-stamp)
           then
               exit paragraph
           end-if

           move 0 to ws-match-count
           inspect ws-entry-target tallying ws-match-count
               for all trim(ws-file-filter)
           if ws-match-count = 0 then
               exit paragraph
           end-if

           if ws-key-filter not = spaces
               and trim(ws-entry-key) not = ws-key-filter
           then
               exit paragraph
           end-if

           set ws-before-pending to true
           move ws-entry-target to ws-pending-target
           move ws-entry-key to ws-pending-key
           move ws-entry-image to ws-before-image

           exit paragraph.


      *>   The after image is written straight after its before
      *>   image; one for another update is not paired.
       take-after-image.

           if ws-no-before-pending
               or ws-entry-target not = ws-pending-target
               or ws-entry-key not = ws-pending-key
           then
               set ws-no-before-pending to true
               exit paragraph
           end-if

           set ws-no-before-pending to true
           move ws-entry-image to ws-after-image
           add 1 to ws-updates-paired

           evaluate true
               when ws-before-image = spaces
                   move "ADD" to ws-change-kind
               when ws-after-image = spaces
                   move "DEL" to ws-change-kind
               when other
                   move "CHG" to ws-change-kind
           end-evaluate

           perform varying ws-lf-idx from 1 by 1
           until ws-lf-idx > ws-num-layout-fields
               if ws-before-image(ws-lf-start(ws-lf-idx):
                       ws-lf-len(ws-lf-idx))
                   not = ws-after-image(ws-lf-start(ws-lf-idx):
                       ws-lf-len(ws-lf-idx))
               then
                   perform report-field-change
               end-if
           end-perform

           exit paragraph.


       report-field-change.

           add 1 to ws-changes-reported

           move ws-before-image(ws-lf-start(ws-lf-idx):
               ws-lf-len(ws-lf-idx)) to ws-field-bytes
           perform format-field-value
           move ws-field-text to ws-old-value

           move ws-after-image(ws-lf-start(ws-lf-idx):
               ws-lf-len(ws-lf-idx)) to ws-field-bytes
           perform format-field-value
           move ws-field-text to ws-new-value

           if ws-change-kind = "ADD" then
               move "-" to ws-old-value
           end-if
           if ws-change-kind = "DEL" then
               move "-" to ws-new-value
           end-if

           move spaces to ws-report-line
           string
               ws-entry-stamp(1:4) "-" ws-entry-stamp(5:2) "-"
               ws-entry-stamp(7:2) " " ws-entry-stamp(9:2) ":"
               ws-entry-stamp(11:2) ":" ws-entry-stamp(13:2) " "
               ws-change-kind " "
               "key " trim(ws-pending-key) " "
               trim(ws-lf-name(ws-lf-idx)) ": '"
               trim(ws-old-value) "' -> '"
               trim(ws-new-value) "'"
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           move spaces to ws-report-line
           string
               "        by " trim(ws-header-operator)
               " in " trim(ws-header-script)
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           exit paragraph.


      *>   TEXT as it stands; PACKED and BINARY bytes as hex.
       format-field-value.

           move spaces to ws-field-text
           move ws-lf-len(ws-lf-idx) to ws-field-length

           if ws-lf-type(ws-lf-idx) = "TEXT" then
               move ws-field-bytes(1:ws-field-length)
                   to ws-field-text
               exit paragraph
           end-if

           move "x'" to ws-field-text
           move 3 to ws-hex-pointer

           perform varying ws-hex-idx from 1 by 1
           until ws-hex-idx > ws-field-length
               or ws-hex-pointer > length(ws-field-text) - 2
               compute ws-hex-byte =
                   ord(ws-field-bytes(ws-hex-idx:1)) - 1
               end-compute
               move ws-hex-digits(ws-hex-byte / 16 + 1:1)
                   to ws-field-text(ws-hex-pointer:1)
               move ws-hex-digits(mod(ws-hex-byte, 16) + 1:1)
                   to ws-field-text(ws-hex-pointer + 1:1)
               add 2 to ws-hex-pointer
           end-perform

           move "'" to ws-field-text(ws-hex-pointer:1)

           exit paragraph.


       display-report-heading.

           display "FIELD CHANGE HISTORY" end-display
           display "  file          : " trim(ws-file-filter)
           end-display
           display "  layout        : " trim(ws-layout-file-name)
           end-display
           if ws-key-filter not = spaces then
               display "  key           : " trim(ws-key-filter)
               end-display
           end-if
           if ws-from-stamp not = spaces then
               display "  from          : " ws-from-stamp end-display
           end-if
           if ws-to-stamp not = spaces then
               display "  to            : " ws-to-stamp end-display
           end-if
           display "  log directory : " trim(ws-log-dir) end-display
           display " " end-display

           move 7 to ws-view-line-on-screen

           exit paragraph.


      *>   Masked per the PII rules, then paged 24 lines at a time
      *>   -- ENTER for the next, q to stop showing detail while the
      *>   scan runs on to its summary.
       emit-report-line.

           if ws-detail-quieted then
               exit paragraph
           end-if

           move spaces to ws-mask-buffer
           move ws-report-line to ws-mask-buffer
           call "mask-text" using ws-mask-buffer
           end-call
           move ws-mask-buffer to ws-report-line

           display trim(ws-report-line trailing)

           add 1 to ws-view-line-on-screen

           if ws-view-line-on-screen >= ws-view-page-lines then
               display "-- more (ENTER, q to quiet) -- "
                   with no advancing
               end-display
               move spaces to ws-view-reply
               accept ws-view-reply

               if lower-case(ws-view-reply(1:1)) = "q" then
                   set ws-detail-quieted to true
               end-if

               move 0 to ws-view-line-on-screen
           end-if

           exit paragraph.


       display-summary.

           display " " end-display

           move ws-journals-scanned to ws-count-disp
           display "Journals scanned       : " trim(ws-count-disp)
           end-display
           move ws-archived-scanned to ws-count-disp
           display "Archived journals read : " trim(ws-count-disp)
           end-display
           move ws-updates-paired to ws-count-disp
           display "Updates found          : " trim(ws-count-disp)
           end-display
           move ws-changes-reported to ws-count-disp
           display "Field changes          : " trim(ws-count-disp)
           end-display

           exit paragraph.

       end program change-history.
