      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Record-level archive and purge for keyed masters,
      *          which housekeeping's artifact rules never touch.
      *          Reached from the cbi command line:
      *            cbi --master-archive <rules-file> [dryrun]
      *          Rules are one master per line, pipe-delimited:
      *            master|layout|criteria|archive[|total-field]
      *          master is the keyed file's path or @LOGICAL; layout
      *          the MAP record layout (<layout>.lay, from the
      *          current directory or CBI_PATH) naming its fields;
      *          criteria one or more conditions on those fields,
      *          joined by AND (or commas), all of which must hold:
      *            FIELD = value        the field equals the value
      *            FIELD <> value       the field does not
      *            FIELD OLDER n        the field, a YYYYMMDD date,
      *                                 is more than n days before
      *                                 the processing date (a
      *                                 blank or invalid date never
      *                                 qualifies)
      *          e.g. STATUS = C AND LAST-ACTIVITY OLDER 365;
      *          archive is a path or @LOGICAL -- a GDG reference
      *          such as @CUSTARCH(+1) writes a new generation; and
      *          total-field optionally names a numeric field whose
      *          values make up the trailer's hash total.
      *          Each master is walked in key order and its matching
      *          records copied to the archive as key (64 bytes) and
      *          record, closed with a control-total trailer in the
      *          TOTALS convention -- "TRL", the record count (ten
      *          digits) and the hash total (eighteen digits, two
      *          implied decimals). Only once the archive is written
      *          and closed cleanly are the archived keys deleted
      *          from the master, through the keyed delete with the
      *          audit journal on, so every purged record's before
      *          image is journaled and journal recovery can back the
      *          purge out. dryrun lists what would move without
      *          writing or deleting anything (and without taking a
      *          GDG generation).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. master-archive.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-rules-file
               assign to dynamic ws-rules-file-name
               organization is line sequential
               file status is ws-rules-file-status.

               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

               select optional fd-archive-file
               assign to dynamic ws-archive-file-name
               organization is line sequential
               file status is ws-archive-file-status.

       data division.

       file section.

       fd  fd-rules-file.
       01  f-rules-line                  pic x(1024).

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       fd  fd-archive-file.
       01  f-archive-record.
           05  f-archive-key             pic x(64).
           05  f-archive-data            pic x(960).

       working-storage section.

       78  ws-master-file-number         value 1.
       78  ws-layout-suffix              value ".lay".

       01  ws-rules-file-name            pic x(1024) value spaces.
       01  ws-rules-file-status          pic xx.
           88  ws-rules-status-ok        value "00".

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".

       01  ws-archive-file-name          pic x(1024) value spaces.
       01  ws-archive-file-status        pic xx.
           88  ws-archive-file-ok        value "00" "05".

       01  ws-dry-run-sw                 pic a value 'N'.
           88  ws-dry-run                value 'Y'.
           88  ws-live-run               value 'N'.

       01  ws-journal-on-sw              pic a value 'N'.
           88  ws-journal-on             value 'Y'.
           88  ws-journal-off            value 'N'.
       01  ws-journal-program-name       pic x(1024) value spaces.

       01  ws-rules-eof-sw               pic a value 'N'.
           88  ws-rules-eof              value 'Y'.
           88  ws-rules-not-eof          value 'N'.

       01  ws-layout-eof-sw              pic a value 'N'.
           88  ws-layout-eof             value 'Y'.
           88  ws-layout-not-eof         value 'N'.

       01  ws-archive-eof-sw             pic a value 'N'.
           88  ws-archive-eof            value 'Y'.
           88  ws-archive-not-eof        value 'N'.

       01  ws-layout-opened-sw           pic a value 'N'.
           88  ws-layout-opened          value 'Y'.
           88  ws-layout-not-opened      value 'N'.

       01  ws-archive-open-sw            pic a value 'N'.
           88  ws-archive-open           value 'Y'.
           88  ws-archive-closed         value 'N'.

       01  ws-rule-bad-sw                pic a value 'N'.
           88  ws-rule-bad               value 'Y'.
           88  ws-rule-good              value 'N'.

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-starting-pointer           pic 9(4) comp.

      *>   The rule being applied.
       01  ws-rule-number                pic 9(4) value 0.
       01  ws-rule-line                  pic x(1024).
       01  ws-col-master                 pic x(256).
       01  ws-col-layout                 pic x(256).
       01  ws-col-criteria               pic x(512).
       01  ws-col-archive                pic x(256).
       01  ws-col-total                  pic x(64).

       01  ws-master-name                pic x(1024).
       01  ws-archive-reference          pic x(256).

       01  ws-catalog-logical            pic x(64).
       01  ws-catalog-physical           pic x(1024).
       01  ws-catalog-rc                 pic 9 value 0.

      *>   The layout's fields.
       78  ws-max-layout-fields          value 50.
       01  ws-layout-field-table.
           05  ws-num-layout-fields      pic 9(4) comp value 0.
           05  ws-layout-field           occurs 50 times.
               10  ws-lf-name            pic x(64).
               10  ws-lf-start           pic 9(5).
               10  ws-lf-len             pic 9(5).
       01  ws-lf-idx                     pic 9(4) comp.
       01  ws-lf-found-idx               pic 9(4) comp.
       01  ws-layout-line                pic x(256).
       01  ws-col-name                   pic x(64).
       01  ws-col-start                  pic x(8).
       01  ws-col-len                    pic x(8).
       01  ws-col-type                   pic x(8).

      *>   The criteria, parsed.
       78  ws-max-conditions             value 8.
       01  ws-condition-table.
           05  ws-num-conditions         pic 9 comp value 0.
           05  ws-condition              occurs 8 times.
               10  ws-cond-field-idx     pic 9(4) comp.
               10  ws-cond-op            pic x(8).
               10  ws-cond-value         pic x(64).
               10  ws-cond-cutoff        pic 9(8) comp.
       01  ws-cond-idx                   pic 9 comp.
       01  ws-criteria-text              pic x(512).
       01  ws-criteria-pointer           pic 9(4) comp.
       01  ws-term-text                  pic x(128).
       01  ws-term-name                  pic x(64).
       01  ws-term-op                    pic x(16).
       01  ws-term-value                 pic x(64).
       01  ws-term-pointer               pic 9(4) comp.

       01  ws-total-field-idx            pic 9(4) comp value 0.

       01  ws-processing-date            pic x(8).
       01  ws-asof-active-sw             pic a.
       01  ws-processing-day-number      pic 9(8) comp.
       01  ws-field-date                 pic x(8).

      *>   The walk.
       01  ws-file-number                pic 99
                                         value ws-master-file-number.
       01  ws-start-key                  pic x(64) value low-values.
       01  ws-start-alt-number           pic 9 value 0.
       01  ws-walk-direction             pic 9 value 1.
       01  ws-record-key                 pic x(64).
       01  ws-record-data                pic x(960).
       01  ws-eof-result                 pic 9.
       01  ws-open-rc                    pic 9.
       01  ws-io-rc                      pic 9.
       01  ws-close-rc                   pic 9.
       01  ws-record-match-sw            pic a.
           88  ws-record-matches         value 'Y'.
           88  ws-record-passed-over     value 'N'.

       01  ws-field-text                 pic x(64).

       01  ws-rule-read-count            pic 9(9).
       01  ws-rule-select-count          pic 9(10).
       01  ws-rule-delete-count          pic 9(9).
       01  ws-rule-hash-total            pic s9(16)v99.
       01  ws-trailer-digits             pic 9(18).
       01  ws-trailer-line               pic x(64).
       01  ws-delete-idx                 pic 9(10).

       01  ws-total-select-count         pic 9(9) value 0.
       01  ws-total-delete-count         pic 9(9) value 0.
       01  ws-count-disp                 pic zz,zzz,zz9.
       01  ws-rule-disp                  pic z(3)9.
       01  ws-hash-disp                  pic -(15)9.99.

       linkage section.

       01  l-rules-name                  pic x(1024).
       01  l-mode-word                   pic x(16).

       procedure division using l-rules-name l-mode-word.

       main-procedure.

           move l-rules-name to ws-rules-file-name

           if lower-case(trim(l-mode-word)) = "dryrun" then
               set ws-dry-run to true
           end-if

           call "get-processing-date" using
               ws-processing-date ws-asof-active-sw
           end-call
           compute ws-processing-day-number =
               integer-of-date(numval(ws-processing-date))
           end-compute

           open input fd-rules-file

           if not ws-rules-status-ok then
               close fd-rules-file
               display
                   "ERROR: Master archive rules file not found: "
                   trim(ws-rules-file-name)
               end-display
               call "error-surface" using concatenate(
                   "Master archive rules file not found: "
                   trim(ws-rules-file-name))
               end-call
               goback
           end-if

           display " "
           if ws-dry-run then
               display
                   "Master archive DRY RUN from "
                   trim(ws-rules-file-name) " as of "
                   ws-processing-date ":"
               end-display
           else
               display
                   "Master archive from "
                   trim(ws-rules-file-name) " as of "
                   ws-processing-date ":"
               end-display
           end-if

           set ws-rules-not-eof to true

           perform until ws-rules-eof
               read fd-rules-file into ws-rule-line
                   at end set ws-rules-eof to true
                   not at end perform apply-one-rule
               end-read
           end-perform

           close fd-rules-file

           if ws-journal-on then
               call "disable-audit-journal" end-call
           end-if

           display " "
           move ws-total-select-count to ws-count-disp
           if ws-dry-run then
               display
                   "Dry run total: " trim(ws-count-disp)
                   " record(s) would be archived and purged."
               end-display
           else
               display
                   "Total: " trim(ws-count-disp)
                   " record(s) archived, " with no advancing
               end-display
               move ws-total-delete-count to ws-count-disp
               display
                   trim(ws-count-disp) " purged from the masters."
               end-display
           end-if

           call "logger" using concatenate(
               "MASTER-ARCHIVE :: " ws-total-select-count
               " selected, " ws-total-delete-count
               " purged, dry-run " ws-dry-run-sw)
           end-call

           goback.


       apply-one-rule.

           if trim(ws-rule-line) = spaces
               or ws-rule-line(1:1) = "#"
           then
               exit paragraph
           end-if

           add 1 to ws-rule-number
           move ws-rule-number to ws-rule-disp
           set ws-rule-good to true

           move spaces to ws-col-master ws-col-layout
               ws-col-criteria ws-col-archive ws-col-total
           unstring ws-rule-line
               delimited by "|"
               into ws-col-master ws-col-layout ws-col-criteria
                   ws-col-archive ws-col-total
           end-unstring

           if ws-col-master = spaces or ws-col-layout = spaces
               or ws-col-criteria = spaces or ws-col-archive = spaces
           then
               display
                   "  rule " trim(ws-rule-disp)
                   ": malformed rule skipped: " trim(ws-rule-line)
               end-display
               exit paragraph
           end-if

           display " "
           display
               "  rule " trim(ws-rule-disp) ": "
               trim(ws-col-master) " where "
               trim(ws-col-criteria)
           end-display

           move trim(ws-col-master) to ws-master-name
           if ws-master-name(1:1) = "@" then
               move ws-master-name(2:64) to ws-catalog-logical
               perform resolve-catalog-name
               if ws-rule-bad then
                   exit paragraph
               end-if
               move ws-catalog-physical to ws-master-name
           end-if

           perform load-layout
           if ws-rule-bad then
               exit paragraph
           end-if

           perform parse-criteria
           if ws-rule-bad then
               exit paragraph
           end-if

           move 0 to ws-total-field-idx
           if ws-col-total not = spaces then
               move trim(ws-col-total) to ws-term-name
               perform find-layout-field
               if ws-lf-found-idx = 0 then
                   display
                       "    ERROR: total field not in layout: "
                       trim(ws-col-total) " -- rule skipped"
                   end-display
                   exit paragraph
               end-if
               move ws-lf-found-idx to ws-total-field-idx
           end-if

           move trim(ws-col-archive) to ws-archive-reference

           perform select-and-archive

           if ws-rule-bad or ws-dry-run
               or ws-rule-select-count = 0
           then
               exit paragraph
           end-if

           perform purge-archived-records

           exit paragraph.


       resolve-catalog-name.

           call "catalog-resolve" using
               ws-catalog-logical
               ws-catalog-physical
               ws-catalog-rc
           end-call

           if ws-catalog-rc = 0 then
               display
                   "    ERROR: logical dataset name not cataloged: @"
                   trim(ws-catalog-logical) " -- rule skipped"
               end-display
               set ws-rule-bad to true
           end-if

           exit paragraph.


      *>   <layout>.lay from the current directory, else the first
      *>   CBI_PATH directory holding it -- MAP's search.
       load-layout.

           move 0 to ws-num-layout-fields
           set ws-layout-not-opened to true

           move spaces to ws-layout-file-name
           string
               trim(ws-col-layout) ws-layout-suffix
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
                       trim(ws-col-layout) ws-layout-suffix
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
               display
                   "    ERROR: layout not found: "
                   trim(ws-col-layout) ws-layout-suffix
                   " -- rule skipped"
               end-display
               set ws-rule-bad to true
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

           if numval(ws-col-start) < 1
               or numval(ws-col-len) < 1
               or numval(ws-col-start) + numval(ws-col-len) - 1
                   > length(ws-record-data)
           then
               exit paragraph
           end-if

           add 1 to ws-num-layout-fields
           move upper-case(trim(ws-col-name))
               to ws-lf-name(ws-num-layout-fields)
           compute ws-lf-start(ws-num-layout-fields) =
               numval(ws-col-start)
           end-compute
           compute ws-lf-len(ws-num-layout-fields) =
               numval(ws-col-len)
           end-compute

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


      *>   FIELD = v, FIELD <> v, FIELD OLDER n, joined by AND or
      *>   commas.
       parse-criteria.

           move 0 to ws-num-conditions
           move ws-col-criteria to ws-criteria-text
           move 1 to ws-criteria-pointer

           perform until ws-criteria-pointer
               > length(trim(ws-criteria-text trailing))
               or ws-rule-bad

               move spaces to ws-term-text
               unstring ws-criteria-text
                   delimited by " AND " or " and " or ","
                   into ws-term-text
                   with pointer ws-criteria-pointer
               end-unstring

               if ws-term-text not = spaces then
                   perform parse-one-condition
               end-if
           end-perform

           if ws-num-conditions = 0 and ws-rule-good then
               display
                   "    ERROR: no selection criteria -- rule skipped"
               end-display
               set ws-rule-bad to true
           end-if

           exit paragraph.


       parse-one-condition.

           move spaces to ws-term-name ws-term-op ws-term-value
           move 1 to ws-term-pointer
           move trim(ws-term-text) to ws-term-text
           unstring ws-term-text delimited by all space
               into ws-term-name ws-term-op
               with pointer ws-term-pointer
           end-unstring
           if ws-term-pointer <= length(ws-term-text) then
               move trim(ws-term-text(ws-term-pointer:))
                   to ws-term-value
           end-if

           move upper-case(ws-term-name) to ws-term-name
           move upper-case(ws-term-op) to ws-term-op

           perform find-layout-field

           if ws-lf-found-idx = 0 then
               display
                   "    ERROR: field not in layout: "
                   trim(ws-term-name) " -- rule skipped"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           if ws-num-conditions >= ws-max-conditions then
               display
                   "    ERROR: more than " ws-max-conditions
                   " conditions -- rule skipped"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           evaluate ws-term-op
               when "="
               when "<>"
                   continue
               when "OLDER"
                   if test-numval(trim(ws-term-value)) not = 0 then
                       display
                           "    ERROR: OLDER needs a number of days: "
                           trim(ws-term-text) " -- rule skipped"
                       end-display
                       set ws-rule-bad to true
                       exit paragraph
                   end-if
               when other
                   display
                       "    ERROR: unknown condition: "
                       trim(ws-term-text) " -- rule skipped"
                   end-display
                   set ws-rule-bad to true
                   exit paragraph
           end-evaluate

           add 1 to ws-num-conditions
           move ws-lf-found-idx to ws-cond-field-idx(ws-num-conditions)
           move ws-term-op to ws-cond-op(ws-num-conditions)
           move ws-term-value to ws-cond-value(ws-num-conditions)
           move 0 to ws-cond-cutoff(ws-num-conditions)
           if ws-term-op = "OLDER" then
               compute ws-cond-cutoff(ws-num-conditions) =
                   ws-processing-day-number - numval(ws-term-value)
               end-compute
           end-if

           exit paragraph.


       find-layout-field.

           move 0 to ws-lf-found-idx

           perform varying ws-lf-idx from 1 by 1
           until ws-lf-idx > ws-num-layout-fields
               if ws-lf-name(ws-lf-idx) = upper-case(ws-term-name)
               then
                   move ws-lf-idx to ws-lf-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   Walks the master in key order. A live run copies each
      *>   match to the archive, opened on the first match so a
      *>   rule that selects nothing takes no GDG generation.
       select-and-archive.

           move 0 to ws-rule-read-count ws-rule-select-count
               ws-rule-delete-count ws-rule-hash-total
           set ws-archive-closed to true

           call "open-keyed-file" using
               ws-master-name
               ws-file-number
               ws-open-rc
           on exception
               display
                   "    ERROR: keyed file support is not available "
                   "in this build."
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-call

           if ws-open-rc = 0 then
               display
                   "    ERROR: master could not be opened: "
                   trim(ws-master-name) " -- rule skipped"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           call "start-keyed-file" using
               ws-file-number
               ws-start-key
               ws-start-alt-number
               ws-io-rc
           end-call

           move 0 to ws-eof-result
           perform until ws-eof-result = 1 or ws-rule-bad
               call "read-keyed-next" using
                   ws-file-number
                   ws-walk-direction
                   ws-record-key
                   ws-record-data
                   ws-io-rc
               end-call
               call "eof-keyed-file" using
                   ws-file-number ws-eof-result
               end-call
               if ws-eof-result = 0 then
                   add 1 to ws-rule-read-count
                   perform test-record-criteria
                   if ws-record-matches then
                       perform take-selected-record
                   end-if
               end-if
           end-perform

           call "close-keyed-file" using ws-file-number ws-close-rc
           end-call

           if ws-archive-open then
               perform close-archive-with-trailer
           end-if

           move ws-rule-read-count to ws-count-disp
           display
               "    " trim(ws-count-disp) " record(s) read"
           end-display
           move ws-rule-select-count to ws-count-disp
           if ws-dry-run then
               display
                   "    " trim(ws-count-disp)
                   " record(s) would be archived to "
                   trim(ws-archive-reference)
               end-display
           else
               if ws-rule-select-count > 0 and ws-rule-good then
                   display
                       "    " trim(ws-count-disp)
                       " record(s) archived to "
                       trim(ws-archive-file-name)
                   end-display
               else
                   display
                       "    " trim(ws-count-disp)
                       " record(s) selected"
                   end-display
               end-if
           end-if

           add ws-rule-select-count to ws-total-select-count

           exit paragraph.


       test-record-criteria.

           set ws-record-matches to true

           perform varying ws-cond-idx from 1 by 1
           until ws-cond-idx > ws-num-conditions
               or ws-record-passed-over

               move ws-cond-field-idx(ws-cond-idx) to ws-lf-idx
               move spaces to ws-field-text
               move ws-record-data(ws-lf-start(ws-lf-idx):
                   ws-lf-len(ws-lf-idx)) to ws-field-text

               evaluate ws-cond-op(ws-cond-idx)
                   when "="
                       if trim(ws-field-text)
                           not = trim(ws-cond-value(ws-cond-idx))
                       then
                           set ws-record-passed-over to true
                       end-if
                   when "<>"
                       if trim(ws-field-text)
                           = trim(ws-cond-value(ws-cond-idx))
                       then
                           set ws-record-passed-over to true
                       end-if
                   when "OLDER"
                       move trim(ws-field-text) to ws-field-date
                       if ws-field-date not numeric
                           or test-date-yyyymmdd(
                               numval(ws-field-date)) not = 0
                       then
                           set ws-record-passed-over to true
                       else
                           if integer-of-date(numval(ws-field-date))
                               >= ws-cond-cutoff(ws-cond-idx)
                           then
                               set ws-record-passed-over to true
                           end-if
                       end-if
               end-evaluate
           end-perform

           exit paragraph.


       take-selected-record.

           add 1 to ws-rule-select-count

           if ws-total-field-idx > 0 then
               move ws-total-field-idx to ws-lf-idx
               move spaces to ws-field-text
               move ws-record-data(ws-lf-start(ws-lf-idx):
                   ws-lf-len(ws-lf-idx)) to ws-field-text
               if test-numval(trim(ws-field-text)) = 0 then
                   add numval(ws-field-text) to ws-rule-hash-total
               end-if
           end-if

           if ws-dry-run then
               display
                   "      would archive key " trim(ws-record-key)
               end-display
               exit paragraph
           end-if

           if ws-archive-closed then
               perform open-archive-file
               if ws-rule-bad then
                   exit paragraph
               end-if
           end-if

           move ws-record-key to f-archive-key
           move ws-record-data to f-archive-data
           write f-archive-record

           if not ws-archive-file-ok then
               display
                   "    ERROR: archive write failed, status "
                   ws-archive-file-status
                   " -- nothing purged for this rule"
               end-display
               set ws-rule-bad to true
           end-if

           exit paragraph.


       open-archive-file.

           if ws-archive-reference(1:1) = "@" then
               move ws-archive-reference(2:64) to ws-catalog-logical
               perform resolve-catalog-name
               if ws-rule-bad then
                   exit paragraph
               end-if
               move ws-catalog-physical to ws-archive-file-name
           else
               move ws-archive-reference to ws-archive-file-name
           end-if

           open output fd-archive-file

           if not ws-archive-file-ok then
               display
                   "    ERROR: cannot write archive "
                   trim(ws-archive-file-name) " status "
                   ws-archive-file-status
                   " -- nothing purged for this rule"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           set ws-archive-open to true

           exit paragraph.


      *>   TRL, count (ten digits), hash total (eighteen digits, two
      *>   implied decimals) -- the TOTALS trailer.
       close-archive-with-trailer.

           if ws-rule-good then
               compute ws-trailer-digits =
                   function abs(ws-rule-hash-total) * 100
               end-compute
               move spaces to ws-trailer-line
               string
                   "TRL" ws-rule-select-count ws-trailer-digits
                   delimited by size
                   into ws-trailer-line
               end-string
               move spaces to f-archive-record
               move ws-trailer-line to f-archive-record
               write f-archive-record
               if not ws-archive-file-ok then
                   display
                       "    ERROR: archive trailer write failed, "
                       "status " ws-archive-file-status
                       " -- nothing purged for this rule"
                   end-display
                   set ws-rule-bad to true
               end-if
           end-if

           close fd-archive-file
           set ws-archive-closed to true

           if ws-archive-file-status not = "00" then
               display
                   "    ERROR: archive close failed, status "
                   ws-archive-file-status
                   " -- nothing purged for this rule"
               end-display
               set ws-rule-bad to true
           end-if

           if ws-rule-good and ws-total-field-idx > 0 then
               move ws-rule-hash-total to ws-hash-disp
               display
                   "    hash total of "
                   trim(ws-lf-name(ws-total-field-idx)) ": "
                   trim(ws-hash-disp)
               end-display
           end-if

           exit paragraph.


      *>   Deletes exactly the records the archive holds, read back
      *>   from it, through the journaled keyed delete.
       purge-archived-records.

           if ws-journal-off then
               move spaces to ws-journal-program-name
               string
                   "master-archive " trim(ws-rules-file-name)
                   delimited by size
                   into ws-journal-program-name
               end-string
               call "enable-audit-journal" using
                   ws-journal-program-name
               end-call
               set ws-journal-on to true
           end-if

           call "open-keyed-file" using
               ws-master-name
               ws-file-number
               ws-open-rc
           end-call

           if ws-open-rc = 0 then
               display
                   "    ERROR: master could not be reopened for the "
                   "purge: " trim(ws-master-name)
               end-display
               exit paragraph
           end-if

           open input fd-archive-file

           set ws-archive-not-eof to true
           move 0 to ws-delete-idx

           perform until ws-archive-eof
               or ws-delete-idx >= ws-rule-select-count
               read fd-archive-file
                   at end set ws-archive-eof to true
                   not at end
                       add 1 to ws-delete-idx
                       call "delete-keyed-record" using
                           ws-file-number
                           f-archive-key
                           ws-io-rc
                       end-call
                       if ws-io-rc = 1 then
                           add 1 to ws-rule-delete-count
                       end-if
               end-read
           end-perform

           close fd-archive-file

           call "close-keyed-file" using ws-file-number ws-close-rc
           end-call

           move ws-rule-delete-count to ws-count-disp
           display
               "    " trim(ws-count-disp)
               " record(s) purged from " trim(ws-master-name)
           end-display

           add ws-rule-delete-count to ws-total-delete-count

           call "logger" using concatenate(
               "MASTER-ARCHIVE :: " trim(ws-master-name)
               " : archived " ws-rule-select-count
               " to " trim(ws-archive-file-name)
               " purged " ws-rule-delete-count)
           end-call

           exit paragraph.

       end program master-archive.
