      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Audit journal query and report utility behind the
      *          cbi command line:
      *            cbi --audit-report [filter=value ...]
      *          Every per-run journal (cbi_audit_*.jrn) and read
      *          access log (cbi_access_*.acl) in the log directory
      *          (CBI_LOG_DIR, the current directory when unset) is
      *          scanned, and so is every one the housekeeping run
      *          has archived (found through the archive index,
      *          cbi_archive.idx, and read back out of its gzip). The
      *          filters, all optional, combine:
      *            from=YYYYMMDD[HHMMSS]   entries at or after
      *            to=YYYYMMDD[HHMMSS]     entries at or before
      *            file=name | @LOGICAL    target file (a name is
      *                                    matched anywhere in the
      *                                    path; @LOGICAL resolves
      *                                    through the catalog)
      *            script=name             source program
      *            operator=id             CBI_OPERATOR of the run
      *            key=value               record key: image entries
      *                                    and access-log entries,
      *                                    a BROWSE matching when the
      *                                    key lies in the keys it
      *                                    passed
      *            type=WRITE|IMAGE|IMGB|IMGA|SETSTATE|
      *                 READKEY|READALT|BROWSE|PICK|ACCESS
      *                                    (ACCESS: any read access)
      *            csv=path                also write the matches as
      *                                    CSV for the auditors
      *          The report pages on screen 24 lines at a time (ENTER
      *          for more, q to quiet the detail -- the counts still
      *          finish), the file-compare utility's paging, and
      *          closes with the count of entries per target file
      *          and per operator. Before/after image entries carry
      *          no operator or line of their own; they take the
      *          operator and script from their journal's header.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. audit-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-journal-list
               assign to "cbi_audit_report.tmp"
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

               select optional fd-csv-file
               assign to dynamic ws-csv-file-name
               organization is line sequential
               file status is ws-csv-file-status.

       data division.

       file section.

       fd  fd-journal-list.
       01  f-journal-list-line           pic x(1024).

       fd  fd-journal-file.
       01  f-journal-line                pic x(32768).

       fd  fd-archive-index.
       01  f-archive-index-line          pic x(600).

       fd  fd-csv-file.
       01  f-csv-line                    pic x(4096).

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

       01  ws-csv-file-name              pic x(1024) value spaces.
       01  ws-csv-file-status            pic xx.
           88  ws-csv-file-ok            value "00" "05".

       01  ws-csv-sw                     pic a value 'N'.
           88  ws-csv-wanted             value 'Y'.
           88  ws-csv-not-wanted         value 'N'.

       01  ws-log-dir                    pic x(256) value spaces.
       01  ws-shell-command              pic x(2048).

      *>   Archived journals are read back out of their gzip here.
       78  ws-unpacked-journal           value "cbi_audit_arc.tmp".

       01  ws-list-eof-sw                pic a value 'N'.
           88  ws-list-eof               value 'Y'.
           88  ws-list-not-eof           value 'N'.

       01  ws-journal-eof-sw             pic a value 'N'.
           88  ws-journal-eof            value 'Y'.
           88  ws-journal-not-eof        value 'N'.

       01  ws-index-eof-sw               pic a value 'N'.
           88  ws-index-eof              value 'Y'.
           88  ws-index-not-eof          value 'N'.

      *>   The filters.
       01  ws-filter-text                pic x(1024).
       01  ws-filter-word                pic x(1024).
       01  ws-filter-pointer             pic 9(4) comp.
       01  ws-filter-key                 pic x(16).
       01  ws-filter-value               pic x(1024).
       01  ws-filter-bad-sw              pic a value 'N'.
           88  ws-filter-bad             value 'Y'.

       01  ws-from-stamp                 pic x(14) value spaces.
       01  ws-to-stamp                   pic x(14) value spaces.
       01  ws-file-filter                pic x(1024) value spaces.
       01  ws-script-filter              pic x(256) value spaces.
       01  ws-operator-filter            pic x(16) value spaces.
       01  ws-type-filter                pic x(16) value spaces.
       01  ws-key-filter                 pic x(64) value spaces.
       01  ws-key-low                    pic x(64).
       01  ws-key-high                   pic x(64).

       01  ws-catalog-logical            pic x(64) value spaces.
       01  ws-catalog-physical           pic x(1024) value spaces.
       01  ws-catalog-rc                 pic 9 value 0.

      *>   What the current journal's header said.
       01  ws-header-script              pic x(256) value spaces.
       01  ws-header-operator            pic x(16) value spaces.
       01  ws-journal-label              pic x(1024) value spaces.

      *>   One parsed journal entry.
       01  ws-entry-stamp                pic x(14).
       01  ws-entry-type                 pic x(8).
       01  ws-entry-operator             pic x(16).
       01  ws-entry-script               pic x(256).
       01  ws-entry-line                 pic x(10).
       01  ws-entry-target               pic x(1024).
       01  ws-entry-text                 pic x(1024).
       01  ws-entry-key                  pic x(64).
       01  ws-entry-last-key             pic x(64).
       01  ws-entry-count                pic x(7).
       01  ws-entry-count-disp           pic z(6)9.
       01  ws-entry-valid-sw             pic a.
           88  ws-entry-valid            value 'Y'.
           88  ws-entry-not-valid        value 'N'.
       01  ws-entry-match-sw             pic a.
           88  ws-entry-matches          value 'Y'.
           88  ws-entry-rejected         value 'N'.

       01  ws-parse-pointer              pic 9(5) comp.
       01  ws-parse-who                  pic x(300).
       01  ws-parse-rest                 pic x(32768).
       01  ws-match-count                pic 9(4) comp.
       01  ws-header-field               pic x(256).

       01  ws-index-date                 pic x(8).
       01  ws-index-class                pic x(32).
       01  ws-index-original             pic x(256).
       01  ws-index-archived             pic x(256).

      *>   Counts for the closing summary.
       78  ws-max-count-rows             value 200.
       01  ws-target-count-table.
           05  ws-target-row-count       pic 9(4) comp value 0.
           05  ws-target-row             occurs 200 times.
               10  ws-target-row-name    pic x(256).
               10  ws-target-row-hits    pic 9(7).
       01  ws-operator-count-table.
           05  ws-operator-row-count     pic 9(4) comp value 0.
           05  ws-operator-row           occurs 200 times.
               10  ws-operator-row-name  pic x(16).
               10  ws-operator-row-hits  pic 9(7).
       01  ws-row-idx                    pic 9(4) comp.
       01  ws-row-found-sw               pic a.
           88  ws-row-found              value 'Y'.
           88  ws-row-not-found          value 'N'.
       01  ws-row-overflow-sw            pic a value 'N'.
           88  ws-row-overflow           value 'Y'.

       01  ws-journals-scanned           pic 9(7) value 0.
       01  ws-scan-pattern               pic x(32).
       01  ws-archived-scanned           pic 9(7) value 0.
       01  ws-entries-read               pic 9(9) value 0.
       01  ws-entries-matched            pic 9(9) value 0.
       01  ws-count-disp                 pic z(8)9.

      *>   Paging, as the file-compare report does it.
       78  ws-view-page-lines            value 24.
       01  ws-view-line-on-screen        pic 9(4) comp value 0.
       01  ws-view-reply                 pic x(8).
       01  ws-detail-quiet-sw            pic a value 'N'.
           88  ws-detail-quieted         value 'Y'.

       01  ws-report-line                pic x(256).
       01  ws-location-text              pic x(48).
       01  ws-line-number-disp           pic z(9)9.
       01  ws-csv-buffer                 pic x(4096).
       01  ws-csv-pointer                pic 9(4) comp.
       01  ws-csv-field                  pic x(1024).
       01  ws-csv-char-idx               pic 9(4) comp.
       01  ws-csv-field-length           pic 9(4) comp.

       linkage section.

       01  l-filter-text                 pic x(1024).

       procedure division using l-filter-text.

       main-procedure.

           move l-filter-text to ws-filter-text
           perform parse-filters

           if ws-filter-bad then
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

           if ws-csv-wanted then
               open output fd-csv-file
               if not ws-csv-file-ok then
                   display
                       "ERROR: cannot write CSV file: "
                       trim(ws-csv-file-name) " status "
                       ws-csv-file-status
                   end-display
                   goback
               end-if
               move concatenate(
                   "timestamp,type,operator,script,line,target,"
                   "key,last_key,records,journal,text")
                   to f-csv-line
               write f-csv-line
           end-if

           perform display-report-heading

      *>   Archived journals are the older ones, so they go first.
           perform scan-archived-journals
           move "cbi_audit_*.jrn" to ws-scan-pattern
           perform scan-live-journals
           move "cbi_access_*.acl" to ws-scan-pattern
           perform scan-live-journals

           if ws-csv-wanted then
               close fd-csv-file
           end-if

           perform display-summary

           goback.


      *>   Words of the form key=value; anything else is refused with
      *>   the usage line rather than silently widening the search.
       parse-filters.

           move 1 to ws-filter-pointer

           perform until ws-filter-pointer > length(ws-filter-text)
               or ws-filter-text(ws-filter-pointer:) = spaces
               or ws-filter-bad

               move spaces to ws-filter-word
               unstring ws-filter-text delimited by all space
                   into ws-filter-word
                   with pointer ws-filter-pointer
               end-unstring

               if ws-filter-word not = spaces then
                   perform apply-one-filter
               end-if
           end-perform

           if ws-filter-bad then
               display
                   "Usage: cbi --audit-report [from=YYYYMMDD[HHMMSS]] "
                   "[to=YYYYMMDD[HHMMSS]] [file=name|@LOGICAL]"
               end-display
               display
                   "       [script=name] [operator=id] [key=value] "
                   "[csv=path]"
               end-display
               display
                   "       [type=WRITE|IMAGE|IMGB|IMGA|SETSTATE|"
                   "READKEY|READALT|BROWSE|PICK|ACCESS]"
               end-display
           end-if

           exit paragraph.


       apply-one-filter.

           move spaces to ws-filter-key ws-filter-value
           unstring ws-filter-word delimited by "="
               into ws-filter-key ws-filter-value
           end-unstring

           evaluate lower-case(trim(ws-filter-key))
               when "from"
                   move "00000000000000" to ws-from-stamp
                   move trim(ws-filter-value) to ws-from-stamp(1:
                       min(14, length(trim(ws-filter-value))))
                   if test-numval(ws-from-stamp) not = 0 then
                       display "ERROR: from= is not a date: "
                           trim(ws-filter-value)
                       end-display
                       set ws-filter-bad to true
                   end-if

               when "to"
                   move "99999999999999" to ws-to-stamp
                   move trim(ws-filter-value) to ws-to-stamp(1:
                       min(14, length(trim(ws-filter-value))))
                   if test-numval(ws-to-stamp) not = 0 then
                       display "ERROR: to= is not a date: "
                           trim(ws-filter-value)
                       end-display
                       set ws-filter-bad to true
                   end-if

               when "file"
                   move trim(ws-filter-value) to ws-file-filter
                   if ws-file-filter(1:1) = "@" then
                       perform resolve-logical-filter
                   end-if

               when "script"
                   move trim(ws-filter-value) to ws-script-filter

               when "operator"
                   move upper-case(trim(ws-filter-value))
                       to ws-operator-filter

               when "key"
                   move trim(ws-filter-value) to ws-key-filter

               when "type"
                   move upper-case(trim(ws-filter-value))
                       to ws-type-filter
                   evaluate ws-type-filter
                       when "WRITE"
                       when "WRITE#"
                           move "WRITE" to ws-type-filter
                       when "IMAGE"
                       when "IMGB"
                       when "IMGA"
                       when "SETSTATE"
                       when "READKEY"
                       when "READALT"
                       when "BROWSE"
                       when "PICK"
                       when "ACCESS"
                           continue
                       when other
                           display "ERROR: unknown entry type: "
                               trim(ws-filter-value)
                           end-display
                           set ws-filter-bad to true
                   end-evaluate

               when "csv"
                   move trim(ws-filter-value) to ws-csv-file-name
                   set ws-csv-wanted to true

               when other
                   set ws-filter-bad to true
           end-evaluate

           exit paragraph.


      *>   The journal records the physical path the OPEN resolved
      *>   to, so @LOGICAL is turned into that path up front.
       resolve-logical-filter.

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
               set ws-filter-bad to true
           else
               move ws-catalog-physical to ws-file-filter
           end-if

           exit paragraph.


       scan-live-journals.

           move spaces to ws-shell-command
           string
               "ls -1 " trim(ws-log-dir) "/" trim(ws-scan-pattern)
               " > cbi_audit_report.tmp 2>/dev/null"
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
                           move f-journal-list-line
                               to ws-journal-label
                           perform scan-one-journal
                           add 1 to ws-journals-scanned
                       end-if
               end-read
           end-perform

           close fd-journal-list

           call "CBL_DELETE_FILE" using "cbi_audit_report.tmp"
           end-call

           exit paragraph.


      *>   Index lines are date|class|original path|archived name;
      *>   any archived journal or access log is unpacked and
      *>   scanned under its original name.
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
               tallying ws-match-count
               for all "cbi_audit_" all "cbi_access_"

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
           move spaces to ws-journal-label
           string
               trim(ws-index-original) " (archived)"
               delimited by size
               into ws-journal-label
           end-string

           perform scan-one-journal
           add 1 to ws-archived-scanned

           exit paragraph.


       scan-one-journal.

           move spaces to ws-header-script
           move "(unset)" to ws-header-operator

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

           set ws-entry-not-valid to true

           evaluate true
               when f-journal-line(1:23) = "==== audit journal for "
                   perform take-journal-header
               when f-journal-line(1:1) = "["
                   perform parse-write-entry
               when f-journal-line(1:5) = "IMGB|"
               when f-journal-line(1:5) = "IMGA|"
                   perform parse-image-entry
               when f-journal-line(1:4) = "ACC|"
                   perform parse-access-entry
           end-evaluate

           if ws-entry-not-valid then
               exit paragraph
           end-if

           add 1 to ws-entries-read

           perform apply-entry-filters

           if ws-entry-matches then
               add 1 to ws-entries-matched
               perform report-matched-entry
           end-if

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


      *>   [YYYY-MM-DD HH:MM:SS.mm] <operator> <script> line <n>
      *>   -> <target> :: <text>
       parse-write-entry.

           if f-journal-line(24:1) not = "]" then
               exit paragraph
           end-if

           move spaces to ws-entry-key ws-entry-last-key
               ws-entry-count

           move spaces to ws-entry-stamp
           string
               f-journal-line(2:4) f-journal-line(7:2)
               f-journal-line(10:2) f-journal-line(13:2)
               f-journal-line(16:2) f-journal-line(19:2)
               delimited by size
               into ws-entry-stamp
           end-string

           move spaces to ws-parse-who ws-entry-line ws-entry-target
           move 26 to ws-parse-pointer
           unstring f-journal-line
               delimited by " line " or " -> " or " :: "
               into ws-parse-who ws-entry-line ws-entry-target
               with pointer ws-parse-pointer
           end-unstring

           move spaces to ws-entry-text
           if ws-parse-pointer <= length(f-journal-line) then
               move f-journal-line(ws-parse-pointer:)
                   to ws-entry-text
           end-if

           move spaces to ws-entry-operator ws-entry-script
           move 1 to ws-match-count
           unstring ws-parse-who delimited by " "
               into ws-entry-operator
               with pointer ws-match-count
           end-unstring
           if ws-match-count <= length(ws-parse-who) then
               move ws-parse-who(ws-match-count:) to ws-entry-script
           end-if

           if ws-entry-text(1:9) = "SETSTATE " then
               move "SETSTATE" to ws-entry-type
           else
               move "WRITE" to ws-entry-type
           end-if

           set ws-entry-valid to true

           exit paragraph.


      *>   IMGB|YYYYMMDDHHMMSS|<target>|<key>|<image>
       parse-image-entry.

           move f-journal-line(1:4) to ws-entry-type
           move f-journal-line(6:14) to ws-entry-stamp

           move spaces to ws-entry-target ws-entry-text
               ws-entry-key ws-entry-last-key ws-entry-count
           move 21 to ws-parse-pointer
           unstring f-journal-line delimited by "|"
               into ws-entry-target ws-entry-key
               with pointer ws-parse-pointer
           end-unstring

           if ws-parse-pointer <= length(f-journal-line) then
               move f-journal-line(ws-parse-pointer:) to ws-entry-text
           end-if

           move ws-header-operator to ws-entry-operator
           move ws-header-script to ws-entry-script
           move "-" to ws-entry-line

           set ws-entry-valid to true

           exit paragraph.


      *>   ACC|stamp|type|operator|script|line|target|key|last key|
      *>   records
       parse-access-entry.

           move spaces to ws-entry-stamp ws-entry-type
               ws-entry-operator ws-entry-script ws-entry-line
               ws-entry-target ws-entry-key ws-entry-last-key
               ws-entry-count ws-entry-text
           unstring f-journal-line delimited by "|"
               into ws-header-field
                   ws-entry-stamp ws-entry-type ws-entry-operator
                   ws-entry-script ws-entry-line ws-entry-target
                   ws-entry-key ws-entry-last-key ws-entry-count
           end-unstring

           if ws-entry-type = spaces then
               exit paragraph
           end-if

           set ws-entry-valid to true

           exit paragraph.


       apply-entry-filters.

           set ws-entry-rejected to true

           if ws-from-stamp not = spaces
               and ws-entry-stamp < ws-from-stamp
           then
               exit paragraph
           end-if

           if ws-to-stamp not = spaces
               and ws-entry-stamp > ws-to-stamp
           then
               exit paragraph
           end-if

           if ws-operator-filter not = spaces
               and upper-case(ws-entry-operator)
                   not = ws-operator-filter
           then
               exit paragraph
           end-if

           evaluate ws-type-filter
               when spaces
                   continue
               when "IMAGE"
                   if ws-entry-type not = "IMGB"
                       and ws-entry-type not = "IMGA"
                   then
                       exit paragraph
                   end-if
               when "ACCESS"
                   if ws-entry-type not = "READKEY"
                       and ws-entry-type not = "READALT"
                       and ws-entry-type not = "BROWSE"
                       and ws-entry-type not = "PICK"
                   then
                       exit paragraph
                   end-if
               when other
                   if ws-entry-type not = ws-type-filter then
                       exit paragraph
                   end-if
           end-evaluate

           if ws-file-filter not = spaces then
               move 0 to ws-match-count
               inspect ws-entry-target tallying ws-match-count
                   for all trim(ws-file-filter)
               if ws-match-count = 0 then
                   exit paragraph
               end-if
           end-if

           if ws-script-filter not = spaces then
               move 0 to ws-match-count
               inspect ws-entry-script tallying ws-match-count
                   for all trim(ws-script-filter)
               if ws-match-count = 0 then
                   exit paragraph
               end-if
           end-if

      *>   A browse passed every key between its first and last,
      *>   whichever direction it walked.
           if ws-key-filter not = spaces then
               if ws-entry-type = "BROWSE" then
                   if ws-entry-key <= ws-entry-last-key then
                       move ws-entry-key to ws-key-low
                       move ws-entry-last-key to ws-key-high
                   else
                       move ws-entry-last-key to ws-key-low
                       move ws-entry-key to ws-key-high
                   end-if
                   if ws-key-filter < ws-key-low
                       or ws-key-filter > ws-key-high
                   then
                       exit paragraph
                   end-if
               else
                   if ws-entry-key not = ws-key-filter then
                       exit paragraph
                   end-if
               end-if
           end-if

           set ws-entry-matches to true

           exit paragraph.


       report-matched-entry.

           perform count-target-row
           perform count-operator-row

           move spaces to ws-location-text
           if ws-entry-line = "-" then
               move trim(ws-entry-script) to ws-location-text
           else
               move numval(ws-entry-line) to ws-line-number-disp
               string
                   trim(ws-entry-script) ":"
                   trim(ws-line-number-disp)
                   delimited by size
                   into ws-location-text
               end-string
           end-if

           move spaces to ws-report-line
           string
               ws-entry-stamp(1:4) "-" ws-entry-stamp(5:2) "-"
               ws-entry-stamp(7:2) " " ws-entry-stamp(9:2) ":"
               ws-entry-stamp(11:2) ":" ws-entry-stamp(13:2) " "
               ws-entry-type " "
               ws-entry-operator " "
               ws-location-text(1:24) " -> "
               trim(ws-entry-target)
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           evaluate ws-entry-type
               when "SETSTATE"
                   move spaces to ws-report-line
                   string
                       "        " trim(ws-entry-text)
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
               when "BROWSE"
                   move numval(ws-entry-count) to ws-entry-count-disp
                   move spaces to ws-report-line
                   string
                       "        keys " trim(ws-entry-key)
                       " .. " trim(ws-entry-last-key)
                       " (" trim(ws-entry-count-disp) " read)"
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
               when "READKEY"
               when "READALT"
               when "PICK"
               when "IMGB"
               when "IMGA"
                   move spaces to ws-report-line
                   string
                       "        key " trim(ws-entry-key)
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
           end-evaluate

           if ws-csv-wanted then
               perform write-csv-row
           end-if

           exit paragraph.


       count-target-row.

           set ws-row-not-found to true

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-target-row-count or ws-row-found
               if ws-target-row-name(ws-row-idx)
                   = ws-entry-target(1:256)
               then
                   add 1 to ws-target-row-hits(ws-row-idx)
                   set ws-row-found to true
               end-if
           end-perform

           if ws-row-not-found then
               if ws-target-row-count < ws-max-count-rows then
                   add 1 to ws-target-row-count
                   move ws-entry-target
                       to ws-target-row-name(ws-target-row-count)
                   move 1 to ws-target-row-hits(ws-target-row-count)
               else
                   set ws-row-overflow to true
               end-if
           end-if

           exit paragraph.


       count-operator-row.

           set ws-row-not-found to true

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-operator-row-count or ws-row-found
               if ws-operator-row-name(ws-row-idx)
                   = ws-entry-operator
               then
                   add 1 to ws-operator-row-hits(ws-row-idx)
                   set ws-row-found to true
               end-if
           end-perform

           if ws-row-not-found then
               if ws-operator-row-count < ws-max-count-rows then
                   add 1 to ws-operator-row-count
                   move ws-entry-operator
                       to ws-operator-row-name(ws-operator-row-count)
                   move 1 to
                       ws-operator-row-hits(ws-operator-row-count)
               else
                   set ws-row-overflow to true
               end-if
           end-if

           exit paragraph.


       write-csv-row.

           move spaces to ws-csv-buffer
           move 1 to ws-csv-pointer

           move ws-entry-stamp to ws-csv-field
           perform append-csv-field
           move ws-entry-type to ws-csv-field
           perform append-csv-field
           move ws-entry-operator to ws-csv-field
           perform append-csv-field
           move ws-entry-script to ws-csv-field
           perform append-csv-field
           move ws-entry-line to ws-csv-field
           perform append-csv-field
           move ws-entry-target to ws-csv-field
           perform append-csv-field
           move ws-entry-key to ws-csv-field
           perform append-csv-field
           move ws-entry-last-key to ws-csv-field
           perform append-csv-field
           move ws-entry-count to ws-csv-field
           perform append-csv-field
           move ws-journal-label to ws-csv-field
           perform append-csv-field
           move ws-entry-text to ws-csv-field
           perform append-csv-field

      *>   No comma after the last field.
           move space to ws-csv-buffer(ws-csv-pointer - 1:1)

           write f-csv-line from ws-csv-buffer

           exit paragraph.


      *>   Every field quoted, embedded quotes doubled, then a comma.
       append-csv-field.

           move length(trim(ws-csv-field trailing))
               to ws-csv-field-length

           string quote delimited by size
               into ws-csv-buffer
               with pointer ws-csv-pointer
           end-string

           perform varying ws-csv-char-idx from 1 by 1
           until ws-csv-char-idx > ws-csv-field-length
               or ws-csv-pointer > length(ws-csv-buffer) - 4
               if ws-csv-field(ws-csv-char-idx:1) = quote then
                   string quote delimited by size
                       into ws-csv-buffer
                       with pointer ws-csv-pointer
                   end-string
               end-if
               string ws-csv-field(ws-csv-char-idx:1)
                   delimited by size
                   into ws-csv-buffer
                   with pointer ws-csv-pointer
               end-string
           end-perform

           string quote "," delimited by size
               into ws-csv-buffer
               with pointer ws-csv-pointer
           end-string

           exit paragraph.


       display-report-heading.

           display "AUDIT JOURNAL REPORT" end-display
           display "  log directory : " trim(ws-log-dir) end-display
           display "  archive index : " trim(ws-archive-dir)
               "/cbi_archive.idx"
           end-display

           if ws-from-stamp not = spaces then
               display "  from          : " ws-from-stamp end-display
           end-if
           if ws-to-stamp not = spaces then
               display "  to            : " ws-to-stamp end-display
           end-if
           if ws-file-filter not = spaces then
               display "  file          : " trim(ws-file-filter)
               end-display
           end-if
           if ws-script-filter not = spaces then
               display "  script        : " trim(ws-script-filter)
               end-display
           end-if
           if ws-operator-filter not = spaces then
               display "  operator      : " trim(ws-operator-filter)
               end-display
           end-if
           if ws-type-filter not = spaces then
               display "  type          : " trim(ws-type-filter)
               end-display
           end-if
           if ws-key-filter not = spaces then
               display "  key           : " trim(ws-key-filter)
               end-display
           end-if

           display " " end-display
           display
               "WHEN                TYPE     OPERATOR         "
               "SCRIPT:LINE              -> TARGET"
           end-display
           display
               "------------------- -------- ---------------- "
               "------------------------ ----------------------"
           end-display

           move 9 to ws-view-line-on-screen

           exit paragraph.


      *>   24 lines per screenful, ENTER for the next, q to stop
      *>   showing detail while the scan runs on to its summary.
       emit-report-line.

           if ws-detail-quieted then
               exit paragraph
           end-if

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
           display "Logs scanned           : " trim(ws-count-disp)
           end-display
           move ws-archived-scanned to ws-count-disp
           display "Archived logs read     : " trim(ws-count-disp)
           end-display
           move ws-entries-read to ws-count-disp
           display "Entries examined       : " trim(ws-count-disp)
           end-display
           move ws-entries-matched to ws-count-disp
           display "Entries matched        : " trim(ws-count-disp)
           end-display

           if ws-target-row-count > 0 then
               display " " end-display
               display "Entries per target file:" end-display
               perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-target-row-count
                   move ws-target-row-hits(ws-row-idx)
                       to ws-count-disp
                   display "  " ws-count-disp "  "
                       trim(ws-target-row-name(ws-row-idx))
                   end-display
               end-perform
           end-if

           if ws-operator-row-count > 0 then
               display " " end-display
               display "Entries per operator:" end-display
               perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-operator-row-count
                   move ws-operator-row-hits(ws-row-idx)
                       to ws-count-disp
                   display "  " ws-count-disp "  "
                       trim(ws-operator-row-name(ws-row-idx))
                   end-display
               end-perform
           end-if

           if ws-row-overflow then
               display
                   "WARNING: more than 200 distinct files or "
                   "operators -- the counts above are partial."
               end-display
           end-if

           if ws-csv-wanted then
               display " " end-display
               display "CSV written to " trim(ws-csv-file-name)
               end-display
           end-if

           exit paragraph.

       end program audit-report.
