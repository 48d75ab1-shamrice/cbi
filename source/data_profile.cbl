      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Data profiling behind the cbi command line, for a
      *          new feed before its edit rules are written or a feed
      *          that has started misbehaving:
      *            cbi --profile-data <file> <layout> [rules-file]
      *                [EBCDIC] [RECLEN=n]
      *          Every record of the file is read through its MAP
      *          layout (<layout>.lay, multi-record-type layouts and
      *          OCCURS groups included) and each field reported:
      *          populated and blank counts, numeric and non-numeric
      *          counts, min and max (numeric when every populated
      *          value is a number), the distinct-value count up to
      *          100, the most frequent values, and -- for fields
      *          holding eight-digit values -- how many are valid
      *          YYYYMMDD dates. PACKED and BINARY fields are decoded
      *          and EBCDIC text translated the same way a mapped read
      *          does it (record-layout-field-value). RECLEN=n reads
      *          the file as fixed n-byte records with no line ends,
      *          the way a mainframe extract carrying packed fields
      *          arrives; otherwise it is read a line at a time.
      *          Given a rules file name, a starter EDITRULES file is
      *          written from what was observed: one rule per text
      *          field with the type, required flag, numeric bounds
      *          and -- for a field with a handful of codes -- the
      *          allowed values seen. Fields found in only some
      *          records (another record type's) and PACKED/BINARY
      *          fields are written as comments to review, as edit
      *          rules check text columns. Return code 0 when the
      *          profile ran, 1 when the file or layout is unusable.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. data-profile.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-dp-input
               assign to dynamic ws-input-path
               organization is line sequential
               file status is ws-input-status.

               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

               select fd-dp-rules
               assign to dynamic ws-rules-path
               organization is line sequential
               file status is ws-rules-status.

       data division.

       file section.

       fd  fd-dp-input.
       01  f-dp-input-line               pic x(32768).

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       fd  fd-dp-rules.
       01  f-dp-rules-line               pic x(512).

       working-storage section.

      *>   The layout is held by record-layout under a channel
      *>   number no script runs alongside a profile.
       01  ws-profile-channel            pic 99 value 99.

       78  ws-max-profile-fields         value 150.
       78  ws-distinct-cap               value 100.
       78  ws-top-value-count            value 5.
      *>   A field with no more distinct values than this (each seen
      *>   at least twice on average) gets its codes written as the
      *>   starter rule's allowed values.
       78  ws-rule-values-limit          value 10.

       01  ws-input-path                 pic x(1024) value spaces.
       01  ws-input-status               pic xx.
           88  ws-input-status-ok        value "00".

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".

       01  ws-rules-path                 pic x(1024) value spaces.
       01  ws-rules-status               pic xx.
           88  ws-rules-status-ok        value "00".

       01  ws-resolve-rc                 pic 9.
       01  ws-define-rc                  pic 9.

       01  ws-ebcdic-sw                  pic a value 'N'.
           88  ws-ebcdic                 value 'Y'.
       01  ws-record-length              pic 9(5) value 0.

      *>   Fixed-length records read as a byte stream.
       01  ws-bin-handle                 pic x(4).
       01  ws-bin-offset                 pic x(8) comp-x value 0.
       01  ws-bin-nbytes                 pic x(4) comp-x value 0.
       01  ws-bin-flags                  pic x comp-x value 0.
       01  ws-bin-access-mode            pic x comp-x value 1.
       01  ws-bin-deny-mode              pic x comp-x value 0.
       01  ws-bin-device                 pic x comp-x value 0.

       01  ws-record                     pic x(32768).
       01  ws-records-read               pic 9(10) value 0.

       01  ws-input-eof-sw               pic a value 'N'.
           88  ws-input-eof              value 'Y'.
           88  ws-input-not-eof          value 'N'.

      *>   One field of the record in hand.
       01  ws-field-index                pic 9(4) comp.
       01  ws-field-name                 pic x(72).
       01  ws-field-start                pic 9(5).
       01  ws-field-len                  pic 9(5).
       01  ws-field-type                 pic x(8).
       01  ws-field-value                pic x(256).
       01  ws-field-rc                   pic 9.
       01  ws-field-text                 pic x(32).
       01  ws-field-number               pic s9(16)v99.
       01  ws-field-is-number-sw         pic a.
           88  ws-field-is-number        value 'Y'.
           88  ws-field-not-number       value 'N'.
       01  ws-field-alpha-sw             pic a.
           88  ws-field-alpha            value 'Y'.
           88  ws-field-not-alpha        value 'N'.
       01  ws-date-check                 pic 9(8).
       01  ws-char-idx                   pic 9(4) comp.

      *>   The profile, one entry per field name met.
       01  ws-profile-table.
           05  ws-num-pf                 pic 9(4) comp value 0.
           05  ws-pf                     occurs 150 times.
               10  ws-pf-name            pic x(72).
               10  ws-pf-start           pic 9(5).
               10  ws-pf-len             pic 9(5).
               10  ws-pf-type            pic x(8).
               10  ws-pf-seen            pic 9(10).
               10  ws-pf-populated       pic 9(10).
               10  ws-pf-blank           pic 9(10).
               10  ws-pf-numeric         pic 9(10).
               10  ws-pf-non-numeric     pic 9(10).
               10  ws-pf-alpha           pic 9(10).
               10  ws-pf-date-valid      pic 9(10).
               10  ws-pf-date-invalid    pic 9(10).
               10  ws-pf-num-min         pic s9(16)v99.
               10  ws-pf-num-max         pic s9(16)v99.
               10  ws-pf-text-min        pic x(32).
               10  ws-pf-text-max        pic x(32).
               10  ws-pf-distinct        pic 9(4) comp.
               10  ws-pf-over-cap-sw     pic a.
                   88  ws-pf-over-cap    value 'Y'.
                   88  ws-pf-under-cap   value 'N'.
               10  ws-pf-value           occurs 100 times.
                   15  ws-pv-text        pic x(32).
                   15  ws-pv-count       pic 9(9) comp.

       01  ws-pf-idx                     pic 9(4) comp.
       01  ws-pf-found-idx               pic 9(4) comp.
       01  ws-pv-idx                     pic 9(4) comp.
       01  ws-pv-found-idx               pic 9(4) comp.

      *>   Most frequent values -- picked off a copy of the counts.
       01  ws-top-counts.
           05  ws-top-count              pic 9(9) comp
                                         occurs 100 times.
       01  ws-top-idx                    pic 9(4) comp.
       01  ws-top-pick                   pic 9(4) comp.
       01  ws-top-best                   pic 9(9) comp.

       01  ws-report-line                pic x(512).
       01  ws-report-pointer             pic 9(4) comp.
       01  ws-count-disp                 pic z(9)9.
       01  ws-start-disp                 pic z(4)9.
       01  ws-number-disp                pic -(16)9.99.
       01  ws-integer-disp               pic -(16)9.
       01  ws-number-text                pic x(24).
       01  ws-report-count               pic 9(10).
       01  ws-report-label               pic x(24).

      *>   Starter rules.
       01  ws-rule-type                  pic x(8).
       01  ws-rule-required              pic x.
       01  ws-rule-min                   pic x(24).
       01  ws-rule-max                   pic x(24).
       01  ws-rule-values                pic x(256).
       01  ws-rule-pointer               pic 9(4) comp.
       01  ws-rule-values-ok-sw          pic a.
           88  ws-rule-values-ok         value 'Y'.
           88  ws-rule-values-not-ok     value 'N'.
       01  ws-rules-written              pic 9(4) value 0.

       01  ws-date-record.
           05  ws-current-date.
               10  ws-year               pic 9(4).
               10  ws-month              pic 99.
               10  ws-day                pic 99.
           05  filler                    pic x(13).

       local-storage section.

       01  ls-layout-line                pic x(256).

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       linkage section.

       01  l-file-name                   pic x(1024).
       01  l-layout-name                 pic x(1024).
       01  l-rules-file-name             pic x(1024).
       01  l-ebcdic-sw                   pic a.
       01  l-record-length-str           pic x(8).

       procedure division using
           l-file-name l-layout-name l-rules-file-name
           l-ebcdic-sw l-record-length-str.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --profile-data: load the layout,
      *          profile every record, report, and write the starter
      *          rules when asked.
      * Tectonics: ./build.sh
      ******************************************************************
       main-procedure.

           if trim(l-file-name) = spaces
               or trim(l-layout-name) = spaces
           then
               display
                   "Usage: cbi --profile-data <file> <layout> "
                   "[rules-file] [EBCDIC] [RECLEN=n]"
               end-display
               move 1 to return-code
               goback
           end-if

           move l-ebcdic-sw to ws-ebcdic-sw

           if trim(l-record-length-str) not = spaces then
               if test-numval(trim(l-record-length-str)) not = 0
                   or numval(l-record-length-str) < 1
                   or numval(l-record-length-str) > 32768
               then
                   display
                       "ERROR: RECLEN must be a record length of 1 "
                       "to 32768."
                   end-display
                   move 1 to return-code
                   goback
               end-if
               compute ws-record-length =
                   numval(l-record-length-str)
               end-compute
           end-if

           perform resolve-input-name
           if ws-input-path = spaces then
               move 1 to return-code
               goback
           end-if

           perform load-profile-layout
           if ws-layout-file-name = spaces then
               move 1 to return-code
               goback
           end-if

           perform open-profile-input
           if ws-input-eof then
               move 1 to return-code
               goback
           end-if

           perform read-profile-record
           perform until ws-input-eof
               perform profile-one-record
               perform read-profile-record
           end-perform

           perform close-profile-input

           call "record-layout-clear" using ws-profile-channel
           end-call

           perform report-profile

           if trim(l-rules-file-name) not = spaces then
               perform write-starter-rules
           end-if

           move ws-records-read to ws-count-disp
           call "logger" using concatenate(
               "DATA-PROFILE :: profiled " trim(ws-input-path)
               " through " trim(ws-layout-file-name) ": "
               trim(ws-count-disp) " record(s)")
           end-call

           move 0 to return-code
           goback.


       resolve-input-name.

           move spaces to ws-input-path

           if l-file-name(1:1) not = "@" then
               move l-file-name to ws-input-path
               exit paragraph
           end-if

           call "catalog-resolve" using
               l-file-name(2:63)
               ws-input-path
               ws-resolve-rc
           end-call

           if ws-resolve-rc = 0 then
               display
                   "Logical name not cataloged: " trim(l-file-name)
               end-display
               move spaces to ws-input-path
           end-if

           exit paragraph.


      *>   <layout>.lay, the same files MAP loads (the extension may
      *>   be given or left off).
       load-profile-layout.

           move spaces to ws-layout-file-name
           if length(trim(l-layout-name)) > 4
               and lower-case(trim(l-layout-name))(
                   length(trim(l-layout-name)) - 3:4) = ".lay"
           then
               move trim(l-layout-name) to ws-layout-file-name
           else
               string
                   trim(l-layout-name) ".lay"
                   delimited by size
                   into ws-layout-file-name
               end-string
           end-if

           open input fd-layout-file

           if not ws-layout-status-ok then
               display
                   "ERROR: layout not found: "
                   trim(ws-layout-file-name)
               end-display
               close fd-layout-file
               move spaces to ws-layout-file-name
               exit paragraph
           end-if

           call "record-layout-clear" using ws-profile-channel
           end-call

           set ls-not-eof to true

           perform until ls-eof
               read fd-layout-file into ls-layout-line
                   at end set ls-eof to true
                   not at end
                       call "record-layout-define-line" using
                           ws-profile-channel
                           ls-layout-line
                           ws-define-rc
                       end-call
               end-read
           end-perform

           close fd-layout-file

           exit paragraph.


       open-profile-input.

           set ws-input-not-eof to true

           if ws-record-length > 0 then
               call "CBL_OPEN_FILE" using
                   ws-input-path
                   ws-bin-access-mode
                   ws-bin-deny-mode
                   ws-bin-device
                   ws-bin-handle
               end-call
               if return-code not = 0 then
                   perform report-input-not-found
               end-if
               move 0 to ws-bin-offset
               exit paragraph
           end-if

           open input fd-dp-input
           if not ws-input-status-ok then
               close fd-dp-input
               perform report-input-not-found
           end-if

           exit paragraph.


       report-input-not-found.

           display "ERROR: Cannot open file: " trim(ws-input-path)
           call "logger-leveled" using concatenate(
               "DATA-PROFILE :: ERROR : cannot open file to "
               "profile: " trim(ws-input-path))
               "ERROR"
           end-call
           set ws-input-eof to true

           exit paragraph.


       read-profile-record.

           move spaces to ws-record

           if ws-record-length > 0 then
               move ws-record-length to ws-bin-nbytes
               move 0 to ws-bin-flags
               call "CBL_READ_FILE" using
                   ws-bin-handle
                   ws-bin-offset
                   ws-bin-nbytes
                   ws-bin-flags
                   ws-record
               end-call
               if return-code not = 0 then
                   set ws-input-eof to true
                   exit paragraph
               end-if
               add ws-record-length to ws-bin-offset
           else
               read fd-dp-input into ws-record
                   at end
                       set ws-input-eof to true
                       exit paragraph
               end-read
           end-if

           add 1 to ws-records-read

           exit paragraph.


       close-profile-input.

           if ws-record-length > 0 then
               call "CBL_CLOSE_FILE" using ws-bin-handle
               end-call
           else
               close fd-dp-input
           end-if

           exit paragraph.


      *>   Every field the layout gives this record, in turn.
       profile-one-record.

           move 1 to ws-field-index
           move 1 to ws-field-rc

           perform until ws-field-rc = 0
               call "record-layout-field-value" using
                   ws-profile-channel
                   ws-record
                   ws-ebcdic-sw
                   ws-field-index
                   ws-field-name
                   ws-field-start
                   ws-field-len
                   ws-field-type
                   ws-field-value
                   ws-field-rc
               end-call
               if ws-field-rc = 1 then
                   perform profile-one-field
                   add 1 to ws-field-index
               end-if
           end-perform

           exit paragraph.


       profile-one-field.

           perform find-profile-field
           if ws-pf-found-idx = 0 then
               exit paragraph
           end-if

           move ws-pf-found-idx to ws-pf-idx
           add 1 to ws-pf-seen(ws-pf-idx)

           if ws-field-value = spaces
               or ws-field-value = low-values
           then
               add 1 to ws-pf-blank(ws-pf-idx)
               exit paragraph
           end-if

           add 1 to ws-pf-populated(ws-pf-idx)
           move trim(ws-field-value) to ws-field-text

      *>   Number or not.
           set ws-field-not-number to true
           if test-numval(trim(ws-field-value)) = 0 then
               set ws-field-is-number to true
               compute ws-field-number = numval(ws-field-value)
                   on size error
                       set ws-field-not-number to true
               end-compute
           end-if

           if ws-field-is-number then
               if ws-pf-numeric(ws-pf-idx) = 0
                   or ws-field-number < ws-pf-num-min(ws-pf-idx)
               then
                   move ws-field-number to ws-pf-num-min(ws-pf-idx)
               end-if
               if ws-pf-numeric(ws-pf-idx) = 0
                   or ws-field-number > ws-pf-num-max(ws-pf-idx)
               then
                   move ws-field-number to ws-pf-num-max(ws-pf-idx)
               end-if
               add 1 to ws-pf-numeric(ws-pf-idx)
           else
               add 1 to ws-pf-non-numeric(ws-pf-idx)
           end-if

           if ws-pf-populated(ws-pf-idx) = 1
               or ws-field-text < ws-pf-text-min(ws-pf-idx)
           then
               move ws-field-text to ws-pf-text-min(ws-pf-idx)
           end-if
           if ws-pf-populated(ws-pf-idx) = 1
               or ws-field-text > ws-pf-text-max(ws-pf-idx)
           then
               move ws-field-text to ws-pf-text-max(ws-pf-idx)
           end-if

      *>   Letters and blanks only.
           set ws-field-alpha to true
           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(trim(ws-field-value))
               if trim(ws-field-value)(ws-char-idx:1)
                   not alphabetic
               then
                   set ws-field-not-alpha to true
                   exit perform
               end-if
           end-perform
           if ws-field-alpha then
               add 1 to ws-pf-alpha(ws-pf-idx)
           end-if

      *>   An eight-digit value is checked as a YYYYMMDD date.
           if length(trim(ws-field-value)) = 8
               and trim(ws-field-value) is numeric
           then
               move trim(ws-field-value) to ws-date-check
               if test-date-yyyymmdd(ws-date-check) = 0 then
                   add 1 to ws-pf-date-valid(ws-pf-idx)
               else
                   add 1 to ws-pf-date-invalid(ws-pf-idx)
               end-if
           end-if

           perform count-field-value

           exit paragraph.


      *>   The profile entry for ws-field-name, added on first sight.
      *>   Fields usually come in the same order every record, so
      *>   the entry at the field's own position is tried first.
       find-profile-field.

           move 0 to ws-pf-found-idx

           if ws-field-index <= ws-num-pf then
               if ws-pf-name(ws-field-index) = ws-field-name then
                   move ws-field-index to ws-pf-found-idx
                   exit paragraph
               end-if
           end-if

           perform varying ws-pf-idx from 1 by 1
           until ws-pf-idx > ws-num-pf
               if ws-pf-name(ws-pf-idx) = ws-field-name then
                   move ws-pf-idx to ws-pf-found-idx
                   exit paragraph
               end-if
           end-perform

           if ws-num-pf >= ws-max-profile-fields then
               exit paragraph
           end-if

           add 1 to ws-num-pf
           move ws-num-pf to ws-pf-found-idx
           initialize ws-pf(ws-num-pf)
           move ws-field-name to ws-pf-name(ws-num-pf)
           move ws-field-start to ws-pf-start(ws-num-pf)
           move ws-field-len to ws-pf-len(ws-num-pf)
           move ws-field-type to ws-pf-type(ws-num-pf)
           set ws-pf-under-cap(ws-num-pf) to true

           exit paragraph.


      *>   Distinct values and their counts, up to the cap.
       count-field-value.

           move 0 to ws-pv-found-idx
           perform varying ws-pv-idx from 1 by 1
           until ws-pv-idx > ws-pf-distinct(ws-pf-idx)
               if ws-pv-text(ws-pf-idx, ws-pv-idx) = ws-field-text
               then
                   move ws-pv-idx to ws-pv-found-idx
                   exit perform
               end-if
           end-perform

           if ws-pv-found-idx > 0 then
               add 1 to ws-pv-count(ws-pf-idx, ws-pv-found-idx)
               exit paragraph
           end-if

           if ws-pf-distinct(ws-pf-idx) >= ws-distinct-cap then
               set ws-pf-over-cap(ws-pf-idx) to true
               exit paragraph
           end-if

           add 1 to ws-pf-distinct(ws-pf-idx)
           move ws-field-text
               to ws-pv-text(ws-pf-idx, ws-pf-distinct(ws-pf-idx))
           move 1
               to ws-pv-count(ws-pf-idx, ws-pf-distinct(ws-pf-idx))

           exit paragraph.


      ******************************************************************
      * The report: one block per field.
      ******************************************************************
       report-profile.

           display " "
           display
               "DATA PROFILE: " trim(ws-input-path) " through "
               trim(ws-layout-file-name)
           end-display
           move ws-records-read to ws-count-disp
           move ws-num-pf to ws-start-disp
           display
               "Records read: " trim(ws-count-disp)
               "   Fields: " trim(ws-start-disp)
           end-display
           if ws-num-pf >= ws-max-profile-fields then
               display
                   "  (field limit reached -- fields past the first "
                   ws-max-profile-fields " are not profiled)"
               end-display
           end-if

           perform varying ws-pf-idx from 1 by 1
           until ws-pf-idx > ws-num-pf
               perform report-one-field
           end-perform

           exit paragraph.


       report-one-field.

           display " "

           move ws-pf-start(ws-pf-idx) to ws-start-disp
           move spaces to ws-report-line
           move 1 to ws-report-pointer
           string
               trim(ws-pf-name(ws-pf-idx))
               "  " trim(ws-pf-type(ws-pf-idx))
               " at " trim(ws-start-disp)
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string
           move ws-pf-len(ws-pf-idx) to ws-start-disp
           string
               " length " trim(ws-start-disp)
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string
           if ws-pf-seen(ws-pf-idx) < ws-records-read then
               move ws-pf-seen(ws-pf-idx) to ws-count-disp
               string
                   "  (in " trim(ws-count-disp) " record(s))"
                   delimited by size
                   into ws-report-line
                   with pointer ws-report-pointer
               end-string
           end-if
           display trim(ws-report-line)

           move spaces to ws-report-line
           move 3 to ws-report-pointer
           move "populated" to ws-report-label
           move ws-pf-populated(ws-pf-idx) to ws-report-count
           perform append-report-count
           move "blank" to ws-report-label
           move ws-pf-blank(ws-pf-idx) to ws-report-count
           perform append-report-count
           move "numeric" to ws-report-label
           move ws-pf-numeric(ws-pf-idx) to ws-report-count
           perform append-report-count
           move "non-numeric" to ws-report-label
           move ws-pf-non-numeric(ws-pf-idx) to ws-report-count
           perform append-report-count
           display trim(ws-report-line trailing)

           if ws-pf-populated(ws-pf-idx) = 0 then
               exit paragraph
           end-if

           if ws-pf-non-numeric(ws-pf-idx) = 0 then
               move ws-pf-num-min(ws-pf-idx) to ws-field-number
               perform format-field-number
               move ws-number-text to ws-rule-min
               move ws-pf-num-max(ws-pf-idx) to ws-field-number
               perform format-field-number
               display
                   "  min " trim(ws-rule-min)
                   "   max " trim(ws-number-text)
               end-display
           else
               display
                   '  min "' trim(ws-pf-text-min(ws-pf-idx)) '"'
                   '   max "' trim(ws-pf-text-max(ws-pf-idx)) '"'
               end-display
           end-if

           if ws-pf-over-cap(ws-pf-idx) then
               display
                   "  distinct values: more than " ws-distinct-cap
               end-display
           else
               move ws-pf-distinct(ws-pf-idx) to ws-count-disp
               display
                   "  distinct values: " trim(ws-count-disp)
               end-display
           end-if

           if ws-pf-date-valid(ws-pf-idx) > 0 then
               move spaces to ws-report-line
               move 3 to ws-report-pointer
               move "valid dates" to ws-report-label
               move ws-pf-date-valid(ws-pf-idx) to ws-report-count
               perform append-report-count
               move "invalid dates" to ws-report-label
               move ws-pf-date-invalid(ws-pf-idx) to ws-report-count
               perform append-report-count
               display trim(ws-report-line trailing)
           end-if

           perform report-top-values

           exit paragraph.


      *>   ws-field-number as text, without decimals when it is a
      *>   whole number.
       format-field-number.

           if ws-field-number = integer-part(ws-field-number) then
               move ws-field-number to ws-integer-disp
               move trim(ws-integer-disp) to ws-number-text
           else
               move ws-field-number to ws-number-disp
               move trim(ws-number-disp) to ws-number-text
           end-if

           exit paragraph.


       append-report-count.

           move ws-report-count to ws-count-disp
           string
               trim(ws-report-label) " " trim(ws-count-disp) "   "
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string

           exit paragraph.


      *>   The most frequent values, highest count first (first
      *>   seen wins a tie).
       report-top-values.

           perform varying ws-pv-idx from 1 by 1
           until ws-pv-idx > ws-pf-distinct(ws-pf-idx)
               move ws-pv-count(ws-pf-idx, ws-pv-idx)
                   to ws-top-count(ws-pv-idx)
           end-perform

           display "  most frequent:"

           perform varying ws-top-idx from 1 by 1
           until ws-top-idx > ws-top-value-count
               or ws-top-idx > ws-pf-distinct(ws-pf-idx)
               move 0 to ws-top-pick
               move 0 to ws-top-best
               perform varying ws-pv-idx from 1 by 1
               until ws-pv-idx > ws-pf-distinct(ws-pf-idx)
                   if ws-top-count(ws-pv-idx) > ws-top-best then
                       move ws-top-count(ws-pv-idx) to ws-top-best
                       move ws-pv-idx to ws-top-pick
                   end-if
               end-perform
               if ws-top-pick > 0 then
                   move ws-top-best to ws-count-disp
                   display
                       "    " ws-count-disp '  "'
                       trim(ws-pv-text(ws-pf-idx, ws-top-pick)) '"'
                   end-display
                   move 0 to ws-top-count(ws-top-pick)
               end-if
           end-perform

           exit paragraph.


      ******************************************************************
      * Starter EDITRULES file.
      ******************************************************************
       write-starter-rules.

           move l-rules-file-name to ws-rules-path

           open output fd-dp-rules
           if not ws-rules-status-ok then
               display
                   "ERROR: Cannot write rules file: "
                   trim(ws-rules-path)
               end-display
               exit paragraph
           end-if

           move function current-date to ws-date-record
           move ws-records-read to ws-count-disp

           move spaces to f-dp-rules-line
           string
               "# Starter edit rules for " trim(ws-input-path)
               " (layout " trim(ws-layout-file-name) "), from "
               trim(ws-count-disp) " record(s) profiled "
               ws-year "-" ws-month "-" ws-day
               delimited by size
               into f-dp-rules-line
           end-string
           write f-dp-rules-line
           move "# rule-id|start|len|type|req|min|max|values"
               to f-dp-rules-line
           write f-dp-rules-line
           move concatenate(
               "# Review before use: bounds and codes are only "
               "what this sample held.")
               to f-dp-rules-line
           write f-dp-rules-line

           perform varying ws-pf-idx from 1 by 1
           until ws-pf-idx > ws-num-pf
               perform write-one-rule
           end-perform

           close fd-dp-rules

           move ws-rules-written to ws-count-disp
           display " "
           display
               "Starter edit rules written to " trim(ws-rules-path)
               ": " trim(ws-count-disp) " rule(s)"
           end-display

           exit paragraph.


       write-one-rule.

           move ws-pf-start(ws-pf-idx) to ws-start-disp

      *>   Edit rules read text columns; a decoded number has none.
           if ws-pf-type(ws-pf-idx) not = "TEXT" then
               move spaces to f-dp-rules-line
               string
                   "# " trim(ws-pf-name(ws-pf-idx)) " is "
                   trim(ws-pf-type(ws-pf-idx)) " at "
                   trim(ws-start-disp)
                   " -- not checked by edit rules"
                   delimited by size
                   into f-dp-rules-line
               end-string
               write f-dp-rules-line
               exit paragraph
           end-if

           perform infer-rule-settings

           move spaces to f-dp-rules-line
           move 1 to ws-rule-pointer

      *>   A field only some records carry belongs to one record
      *>   type; a flat rule would fail every other type.
           if ws-pf-seen(ws-pf-idx) < ws-records-read then
               move ws-pf-seen(ws-pf-idx) to ws-count-disp
               string
                   "# only in " trim(ws-count-disp)
                   " record(s): "
                   delimited by size
                   into f-dp-rules-line
                   with pointer ws-rule-pointer
               end-string
           else
               add 1 to ws-rules-written
           end-if

           string
               trim(ws-pf-name(ws-pf-idx))(1:16)
               delimited by space
               into f-dp-rules-line
               with pointer ws-rule-pointer
           end-string
           string
               "|" trim(ws-start-disp)
               delimited by size
               into f-dp-rules-line
               with pointer ws-rule-pointer
           end-string
           move ws-pf-len(ws-pf-idx) to ws-start-disp
           string
               "|" trim(ws-start-disp)
               "|" trim(ws-rule-type)
               "|" ws-rule-required
               "|" trim(ws-rule-min)
               "|" trim(ws-rule-max)
               "|" trim(ws-rule-values)
               delimited by size
               into f-dp-rules-line
               with pointer ws-rule-pointer
           end-string

           write f-dp-rules-line

           exit paragraph.


      *>   Type, required flag, bounds and allowed codes from what
      *>   the field held.
       infer-rule-settings.

           move "ANY" to ws-rule-type
           move "N" to ws-rule-required
           move spaces to ws-rule-min
           move spaces to ws-rule-max
           move spaces to ws-rule-values

           if ws-pf-blank(ws-pf-idx) = 0
               and ws-pf-populated(ws-pf-idx) > 0
           then
               move "Y" to ws-rule-required
           end-if

           if ws-pf-populated(ws-pf-idx) = 0 then
               exit paragraph
           end-if

           evaluate true
               when ws-pf-date-valid(ws-pf-idx)
                   = ws-pf-populated(ws-pf-idx)
                   move "DATE" to ws-rule-type
                   exit paragraph
               when ws-pf-date-valid(ws-pf-idx)
                   + ws-pf-date-invalid(ws-pf-idx)
                   = ws-pf-populated(ws-pf-idx)
                   and ws-pf-date-valid(ws-pf-idx)
                   > ws-pf-date-invalid(ws-pf-idx)
      *>           Eight-digit values mostly valid as dates: a date
      *>           field with bad dates in it, which the rule is
      *>           there to catch.
                   move "DATE" to ws-rule-type
                   exit paragraph
               when ws-pf-numeric(ws-pf-idx)
                   = ws-pf-populated(ws-pf-idx)
                   move "NUM" to ws-rule-type
                   move ws-pf-num-min(ws-pf-idx) to ws-field-number
                   perform format-field-number
                   move ws-number-text to ws-rule-min
                   move ws-pf-num-max(ws-pf-idx) to ws-field-number
                   perform format-field-number
                   move ws-number-text to ws-rule-max
               when ws-pf-alpha(ws-pf-idx)
                   = ws-pf-populated(ws-pf-idx)
                   move "ALPHA" to ws-rule-type
           end-evaluate

           if ws-pf-over-cap(ws-pf-idx)
               or ws-pf-distinct(ws-pf-idx) > ws-rule-values-limit
               or ws-pf-populated(ws-pf-idx)
                   < ws-pf-distinct(ws-pf-idx) * 2
           then
               exit paragraph
           end-if

           set ws-rule-values-ok to true
           move 1 to ws-rule-pointer
           perform varying ws-pv-idx from 1 by 1
           until ws-pv-idx > ws-pf-distinct(ws-pf-idx)
               if ws-pv-text(ws-pf-idx, ws-pv-idx) = spaces then
                   set ws-rule-values-not-ok to true
               end-if
               move 0 to ws-char-idx
               inspect ws-pv-text(ws-pf-idx, ws-pv-idx)
                   tallying ws-char-idx for all "/" all "|"
               if ws-char-idx > 0 then
                   set ws-rule-values-not-ok to true
               end-if
               if ws-pv-idx > 1 then
                   string
                       "/" delimited by size
                       into ws-rule-values
                       with pointer ws-rule-pointer
                   end-string
               end-if
               string
                   trim(ws-pv-text(ws-pf-idx, ws-pv-idx))
                   delimited by size
                   into ws-rule-values
                   with pointer ws-rule-pointer
               end-string
           end-perform

           if ws-rule-values-not-ok then
               move spaces to ws-rule-values
           end-if

           exit paragraph.

       end program data-profile.
