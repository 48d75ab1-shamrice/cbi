      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: De-identified test data refresh: copies catalogued
      *          production datasets down to an environment profile's
      *          paths with the personal fields replaced by realistic
      *          fakes. Reached from the cbi command line:
      *            cbi --refresh-test <rules-file> [profile]
      *          The source is each dataset as the active catalog
      *          (catalog-file, CBI_CATALOG_FILE, cbi.cat) names it;
      *          the target is the same logical name in the catalog
      *          of the profile (cbi.<profile>.cfg, "test" when not
      *          given). A target that is the source's own path, or
      *          lies under one of the profile's protected-path
      *          entries, is refused. Rules are one dataset per line,
      *          pipe-delimited:
      *            LOGICAL|layout|FIELD=CLASS[,...][|total[|sort]]
      *          layout is the MAP record layout (<layout>.lay, from
      *          the current directory or CBI_PATH); each FIELD=CLASS
      *          scrambles one layout field (KEY names a keyed file's
      *          record key) as one of:
      *            NAME      a fake first and last name
      *            ADDRESS   a fake house number and street
      *            PHONE     every digit replaced, format kept
      *            ACCOUNT   every digit and letter replaced,
      *                      length and format kept
      *            EMAIL     a fake address at example.com
      *          Every field not named -- amounts, dates, codes --
      *          is copied as it stands. Scrambling is deterministic
      *          for a given scramble-seed (cbi.cfg, via
      *          CBI_SCRAMBLE_SEED): the same account number becomes
      *          the same fake in every file and every run, so MATCH
      *          pairs and keyed cross-references still line up, and
      *          ACCOUNT/PHONE never map two real values to one fake
      *          (each position's replacement is keyed on the
      *          characters before it). Since fakes do not sort as
      *          the originals did, sort names the field a MATCH
      *          input is sequenced on and the records are re-sorted
      *          on it. HDR records are copied; a TRL trailer is
      *          rewritten with the records actually written and,
      *          where total names the hash-total field, the hash
      *          recomputed over the output -- otherwise the
      *          original hash is kept, the amounts being unchanged.
      *          A GDG copies every generation on disk, under the
      *          same generation numbers, with its .gdg state; a
      *          KEYED dataset is rebuilt through the keyed file
      *          handler.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. test-data-refresh.

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

               select optional fd-catalog-file
               assign to dynamic ws-catalog-file-name
               organization is line sequential
               file status is ws-catalog-file-status.

               select optional fd-profile-file
               assign to dynamic ws-profile-file-name
               organization is line sequential
               file status is ws-profile-file-status.

               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

               select optional fd-list-file
               assign to dynamic ws-list-file-name
               organization is line sequential
               file status is ws-list-file-status.

               select optional fd-source-file
               assign to dynamic ws-source-file-name
               organization is line sequential
               file status is ws-source-file-status.

               select optional fd-target-file
               assign to dynamic ws-target-file-name
               organization is line sequential
               file status is ws-target-file-status.

               select optional fd-sorted-file
               assign to dynamic ws-sorted-file-name
               organization is line sequential
               file status is ws-sorted-file-status.

       data division.

       file section.

       fd  fd-rules-file.
       01  f-rules-line                  pic x(1024).

       fd  fd-catalog-file.
       01  f-catalog-line                pic x(512).

       fd  fd-profile-file.
       01  f-profile-line                pic x(512).

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       fd  fd-list-file.
       01  f-list-line                   pic x(1024).

       fd  fd-source-file.
       01  f-source-line                 pic x(4096).

       fd  fd-target-file.
       01  f-target-line                 pic x(4096).

       fd  fd-sorted-file.
       01  f-sorted-line                 pic x(4096).

       working-storage section.

       78  ws-layout-suffix              value ".lay".
       78  ws-hash-modulus               value 2147483647.

       01  ws-rules-file-name            pic x(1024) value spaces.
       01  ws-rules-file-status          pic xx.
           88  ws-rules-status-ok        value "00".

       01  ws-catalog-file-name          pic x(1024) value spaces.
       01  ws-catalog-file-status        pic xx.
           88  ws-catalog-status-ok      value "00".
       01  ws-source-catalog-name        pic x(1024) value spaces.
       01  ws-target-catalog-name        pic x(1024) value spaces.

       01  ws-profile-file-name          pic x(1024) value spaces.
       01  ws-profile-file-status        pic xx.
           88  ws-profile-status-ok      value "00".
       01  ws-profile-name               pic x(32) value spaces.
       01  ws-profile-line               pic x(512).
       01  ws-profile-key                pic x(64).
       01  ws-profile-value              pic x(448).

       01  ws-protected-table.
           05  ws-num-protected          pic 9(4) comp value 0.
           05  ws-protected-path         pic x(256) occurs 50 times.
       01  ws-protected-idx              pic 9(4) comp.

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".

       01  ws-list-file-name             pic x(64) value spaces.
       01  ws-list-file-status           pic xx.

       01  ws-source-file-name           pic x(1024) value spaces.
       01  ws-source-file-status         pic xx.
           88  ws-source-status-ok       value "00".

       01  ws-target-file-name           pic x(1024) value spaces.
       01  ws-target-file-status         pic xx.
           88  ws-target-file-ok         value "00" "05".

       01  ws-sorted-file-name           pic x(1024) value spaces.
       01  ws-sorted-file-status         pic xx.
           88  ws-sorted-status-ok       value "00".

       01  ws-final-target-name          pic x(1024) value spaces.

       01  ws-eof-sw                     pic a value 'N'.
           88  ws-eof                    value 'Y'.
           88  ws-not-eof                value 'N'.

       01  ws-list-eof-sw                pic a value 'N'.
           88  ws-list-eof               value 'Y'.
           88  ws-list-not-eof           value 'N'.

       01  ws-dir-eof-sw                 pic a value 'N'.
           88  ws-dir-eof                value 'Y'.
           88  ws-dir-not-eof            value 'N'.

       01  ws-data-eof-sw                pic a value 'N'.
           88  ws-data-eof               value 'Y'.
           88  ws-data-not-eof           value 'N'.

       01  ws-rule-bad-sw                pic a value 'N'.
           88  ws-rule-bad               value 'Y'.
           88  ws-rule-good              value 'N'.

       01  ws-layout-opened-sw           pic a value 'N'.
           88  ws-layout-opened          value 'Y'.
           88  ws-layout-not-opened      value 'N'.

       01  ws-trailer-seen-sw            pic a value 'N'.
           88  ws-trailer-seen           value 'Y'.
           88  ws-no-trailer             value 'N'.

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-starting-pointer           pic 9(4) comp.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-pid-disp                   pic z(8)9.
       01  ws-system-command             pic x(2048).
       01  ws-sort-statement             pic x(1024).

      *>   The rule being applied.
       01  ws-rule-number                pic 9(4) value 0.
       01  ws-rule-disp                  pic z(3)9.
       01  ws-rule-line                  pic x(1024).
       01  ws-col-logical                pic x(64).
       01  ws-col-layout                 pic x(256).
       01  ws-col-specs                  pic x(512).
       01  ws-col-total                  pic x(64).
       01  ws-col-sort                   pic x(64).
       01  ws-logical-name               pic x(64).

       01  ws-catalog-line               pic x(512).
       01  ws-cat-logical                pic x(64).
       01  ws-cat-physical               pic x(1024).
       01  ws-cat-org                    pic x(16).
       01  ws-found-physical             pic x(1024).
       01  ws-found-org                  pic x(16).
       01  ws-source-physical            pic x(1024).
       01  ws-source-org                 pic x(16).
           88  ws-source-keyed           value "KEYED".
           88  ws-source-gdg             value "GDG".
       01  ws-target-physical            pic x(1024).

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
       01  ws-lookup-field-name          pic x(64).

      *>   FIELD=CLASS pairs; a field index of 0 is the keyed key.
       01  ws-spec-table.
           05  ws-num-specs              pic 9(4) comp value 0.
           05  ws-spec                   occurs 16 times.
               10  ws-spec-field-idx     pic 9(4) comp.
               10  ws-spec-class         pic x(8).
       01  ws-spec-idx                   pic 9(4) comp.
       01  ws-spec-pointer               pic 9(4) comp.
       01  ws-spec-text                  pic x(128).
       01  ws-spec-field                 pic x(64).
       01  ws-spec-class-text            pic x(16).
       01  ws-total-field-idx            pic 9(4) comp value 0.
       01  ws-sort-field-idx             pic 9(4) comp value 0.
       01  ws-sort-start-disp            pic z(4)9.
       01  ws-sort-len-disp              pic z(4)9.

      *>   The file being copied.
       01  ws-record-text                pic x(4096).
       01  ws-record-limit               pic 9(5) comp value 4096.
       01  ws-header-table.
           05  ws-num-headers            pic 9 comp value 0.
           05  ws-header-line            pic x(4096) occurs 4 times.
       01  ws-header-idx                 pic 9 comp.
       01  ws-original-trailer           pic x(4096).
       01  ws-trailer-len                pic 9(5) comp.
       01  ws-new-trailer                pic x(4096).
       01  ws-file-record-count          pic 9(10).
       01  ws-file-hash-total            pic s9(16)v99.
       01  ws-trailer-digits             pic 9(18).
       01  ws-field-text                 pic x(256).

       01  ws-gen-suffix                 pic x(64).
       01  ws-base-len                   pic 9(4) comp.

      *>   Keyed copies: the production master on one keyed channel,
      *>   the test master on the other.
       01  ws-source-number              pic 99 value 1.
       01  ws-target-number              pic 99 value 2.
       01  ws-start-key                  pic x(64) value low-values.
       01  ws-start-alt-number           pic 9 value 0.
       01  ws-walk-direction             pic 9 value 1.
       01  ws-keyed-key                  pic x(64).
       01  ws-keyed-data                 pic x(960).
       01  ws-eof-result                 pic 9.
       01  ws-open-rc                    pic 9.
       01  ws-io-rc                      pic 9.
       01  ws-close-rc                   pic 9.

      *>   Scrambling.
       01  ws-seed-text                  pic x(256) value spaces.
       01  ws-seed-hash                  pic 9(18) comp value 0.
       01  ws-hash-value                 pic 9(18) comp.
       01  ws-hash-work                  pic 9(18) comp.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-char-len                   pic 9(4) comp.
       01  ws-one-char                   pic x.
       01  ws-char-ord                   pic 9(4) comp.
       01  ws-shift                      pic 9(4) comp.
       01  ws-in-value                   pic x(256).
       01  ws-out-value                  pic x(256).
       01  ws-pass-value                 pic x(256).
       01  ws-hash-text                  pic x(256).
       01  ws-scramble-class             pic x(8).
       01  ws-mixed-case-sw              pic a.
           88  ws-mixed-case             value 'Y'.
           88  ws-upper-case             value 'N'.
       01  ws-comma-count                pic 9(4) comp.
       01  ws-fake-first                 pic x(12).
       01  ws-fake-last                  pic x(12).
       01  ws-fake-number                pic 9(4).
       01  ws-fake-number-disp           pic z(3)9.
       01  ws-fake-mailbox               pic 9(8).
       01  ws-pick-idx                   pic 9(4) comp.
       01  ws-word-start-sw              pic a.

       01  ws-fake-first-names.
           05  filler pic x(96) value
               "JAMES       MARY        ROBERT      PATRICIA    "
             & "JOHN        JENNIFER    MICHAEL     LINDA       ".
           05  filler pic x(96) value
               "DAVID       ELIZABETH   WILLIAM     BARBARA     "
             & "RICHARD     SUSAN       JOSEPH      JESSICA     ".
           05  filler pic x(96) value
               "THOMAS      SARAH       CHARLES     KAREN       "
             & "DANIEL      NANCY       MATTHEW     LISA        ".
       01  filler redefines ws-fake-first-names.
           05  ws-fake-first-name        pic x(12) occurs 24 times.

       01  ws-fake-last-names.
           05  filler pic x(96) value
               "ANDERSON    BRADLEY     CARTER      DONOVAN     "
             & "ELLISON     FLETCHER    GARDNER     HOLLOWAY    ".
           05  filler pic x(96) value
               "IVERSON     JENKINS     KENDRICK    LANGLEY     "
             & "MORRISON    NEWMAN      OSBORNE     PRESCOTT    ".
           05  filler pic x(96) value
               "QUINLAN     RADCLIFFE   SINCLAIR    THORNTON    "
             & "UPTON       VAUGHN      WHITAKER    YARDLEY     ".
       01  filler redefines ws-fake-last-names.
           05  ws-fake-last-name         pic x(12) occurs 24 times.

       01  ws-fake-street-names.
           05  filler pic x(96) value
               "MAPLE       OAK         CEDAR       ELM         "
             & "BIRCH       WILLOW      CHESTNUT    SPRUCE      ".
           05  filler pic x(96) value
               "ASPEN       HICKORY     SYCAMORE    MAGNOLIA    "
             & "LAUREL      HAWTHORN    JUNIPER     POPLAR      ".
       01  filler redefines ws-fake-street-names.
           05  ws-fake-street-name       pic x(12) occurs 16 times.

       01  ws-fake-street-kinds.
           05  filler pic x(24) value
               "ST  AVE RD  LN  DR  CT  ".
       01  filler redefines ws-fake-street-kinds.
           05  ws-fake-street-kind       pic x(4) occurs 6 times.

      *>   Run totals.
       01  ws-total-files                pic 9(9) value 0.
       01  ws-total-records              pic 9(9) value 0.
       01  ws-count-disp                 pic zz,zzz,zz9.

       linkage section.

       01  l-rules-name                  pic x(1024).
       01  l-profile-name                pic x(32).

       procedure division using l-rules-name l-profile-name.

       main-procedure.

           move l-rules-name to ws-rules-file-name

           move lower-case(trim(l-profile-name)) to ws-profile-name
           if ws-profile-name = spaces then
               move "test" to ws-profile-name
           end-if

           perform set-up-run

           perform read-target-profile
           if ws-rule-bad then
               goback
           end-if

           open input fd-rules-file

           if not ws-rules-status-ok then
               close fd-rules-file
               display
                   "ERROR: Test refresh rules file not found: "
                   trim(ws-rules-file-name)
               end-display
               call "error-surface" using concatenate(
                   "Test refresh rules file not found: "
                   trim(ws-rules-file-name))
               end-call
               goback
           end-if

           display " "
           display
               "Test data refresh from " trim(ws-rules-file-name)
               " into profile " trim(ws-profile-name)
               " (" trim(ws-target-catalog-name) "):"
           end-display

           set ws-not-eof to true

           perform until ws-eof
               read fd-rules-file into ws-rule-line
                   at end set ws-eof to true
                   not at end perform apply-one-rule
               end-read
           end-perform

           close fd-rules-file

           display " "
           move ws-total-records to ws-count-disp
           display
               "Total: " trim(ws-count-disp)
               " record(s) copied, scrambled, in " with no advancing
           end-display
           move ws-total-files to ws-count-disp
           display trim(ws-count-disp) " file(s)." end-display

           call "logger" using concatenate(
               "TEST-DATA-REFRESH :: profile "
               trim(ws-profile-name) " : " ws-total-records
               " record(s) in " ws-total-files " file(s)")
           end-call

           goback.


       set-up-run.

           accept ws-source-catalog-name
               from environment "CBI_CATALOG_FILE"
           end-accept
           if ws-source-catalog-name = spaces then
               move "cbi.cat" to ws-source-catalog-name
           end-if

           accept ws-seed-text from environment "CBI_SCRAMBLE_SEED"
           end-accept
           if ws-seed-text = spaces then
               move "CBI" to ws-seed-text
           end-if

      *>   The seed's own hash starts every value's hash.
           move 7 to ws-seed-hash
           move ws-seed-text to ws-hash-text
           move ws-seed-hash to ws-hash-value
           perform hash-text-value
           move ws-hash-value to ws-seed-hash

           call "C$GETPID" end-call
           move return-code to ws-my-pid
           move ws-my-pid to ws-pid-disp

           move spaces to ws-list-file-name
           string
               "cbi_refresh_" trim(ws-pid-disp) ".lst"
               delimited by size
               into ws-list-file-name
           end-string

           exit paragraph.


      *>   cbi.<profile>.cfg: its catalog-file is where the test
      *>   copies go, its protected-path entries where they may not.
       read-target-profile.

           move spaces to ws-profile-file-name ws-target-catalog-name
           string
               "cbi." trim(ws-profile-name) ".cfg"
               delimited by size
               into ws-profile-file-name
           end-string

           open input fd-profile-file

           if not ws-profile-status-ok then
               close fd-profile-file
               display
                   "ERROR: Profile not found: "
                   trim(ws-profile-file-name)
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           set ws-list-not-eof to true
           perform until ws-list-eof
               read fd-profile-file into ws-profile-line
                   at end set ws-list-eof to true
                   not at end perform take-profile-line
               end-read
           end-perform

           close fd-profile-file

           if ws-target-catalog-name = spaces then
               display
                   "ERROR: Profile " trim(ws-profile-file-name)
                   " names no catalog-file to copy into."
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           if trim(ws-target-catalog-name)
               = trim(ws-source-catalog-name)
           then
               display
                   "ERROR: Profile " trim(ws-profile-name)
                   " uses the active catalog "
                   trim(ws-source-catalog-name)
                   "; nothing would be copied anywhere new."
               end-display
               set ws-rule-bad to true
           end-if

           exit paragraph.


       take-profile-line.

           if trim(ws-profile-line) = spaces
               or ws-profile-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ws-profile-key ws-profile-value
           unstring ws-profile-line
               delimited by "="
               into ws-profile-key ws-profile-value
           end-unstring

           evaluate lower-case(trim(ws-profile-key))
               when "catalog-file"
                   move trim(ws-profile-value)
                       to ws-target-catalog-name
               when "protected-path"
                   if ws-num-protected < 50 then
                       add 1 to ws-num-protected
                       move trim(ws-profile-value)
                           to ws-protected-path(ws-num-protected)
                   end-if
           end-evaluate

           exit paragraph.


       apply-one-rule.

           if trim(ws-rule-line) = spaces
               or ws-rule-line(1:1) = "#"
           then
               exit paragraph
           end-if

           add 1 to ws-rule-number
           move ws-rule-number to ws-rule-disp
           set ws-rule-good to true

           move spaces to ws-col-logical ws-col-layout ws-col-specs
               ws-col-total ws-col-sort
           unstring ws-rule-line
               delimited by "|"
               into ws-col-logical ws-col-layout ws-col-specs
                   ws-col-total ws-col-sort
           end-unstring

           move upper-case(trim(ws-col-logical)) to ws-logical-name
           if ws-logical-name(1:1) = "@" then
               move ws-logical-name(2:) to ws-logical-name
           end-if

           if ws-logical-name = spaces or ws-col-layout = spaces
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
               trim(ws-logical-name)
           end-display

           move ws-source-catalog-name to ws-catalog-file-name
           perform find-catalog-entry
           if ws-found-physical = spaces then
               display
                   "    ERROR: " trim(ws-logical-name)
                   " is not in the active catalog "
                   trim(ws-source-catalog-name) " -- skipped"
               end-display
               exit paragraph
           end-if
           move ws-found-physical to ws-source-physical
           move ws-found-org to ws-source-org

           move ws-target-catalog-name to ws-catalog-file-name
           perform find-catalog-entry
           if ws-found-physical = spaces then
               display
                   "    ERROR: " trim(ws-logical-name)
                   " is not in the profile catalog "
                   trim(ws-target-catalog-name) " -- skipped"
               end-display
               exit paragraph
           end-if
           move ws-found-physical to ws-target-physical

           if trim(ws-target-physical) = trim(ws-source-physical)
           then
               display
                   "    ERROR: the profile's path is the production "
                   "path " trim(ws-source-physical) " -- refused"
               end-display
               exit paragraph
           end-if

           perform varying ws-protected-idx from 1 by 1
           until ws-protected-idx > ws-num-protected
               or ws-rule-bad
               if ws-target-physical(1:length(trim(
                   ws-protected-path(ws-protected-idx))))
                   = trim(ws-protected-path(ws-protected-idx))
               then
                   display
                       "    ERROR: " trim(ws-target-physical)
                       " is under the profile's protected path "
                       trim(ws-protected-path(ws-protected-idx))
                       " -- refused"
                   end-display
                   set ws-rule-bad to true
               end-if
           end-perform
           if ws-rule-bad then
               exit paragraph
           end-if

           perform load-layout
           if ws-rule-bad then
               exit paragraph
           end-if

           perform parse-scramble-specs
           if ws-rule-bad then
               exit paragraph
           end-if

           move 0 to ws-total-field-idx ws-sort-field-idx
           if ws-col-total not = spaces then
               move upper-case(trim(ws-col-total))
                   to ws-lookup-field-name
               perform find-layout-field
               move ws-lf-found-idx to ws-total-field-idx
           end-if
           if ws-col-sort not = spaces and ws-rule-good then
               move upper-case(trim(ws-col-sort))
                   to ws-lookup-field-name
               perform find-layout-field
               move ws-lf-found-idx to ws-sort-field-idx
           end-if
           if ws-rule-bad then
               exit paragraph
           end-if

           evaluate true
               when ws-source-gdg
                   perform copy-generation-group
               when ws-source-keyed
                   perform copy-keyed-file
               when other
                   move ws-source-physical to ws-source-file-name
                   move ws-target-physical to ws-final-target-name
                   perform copy-text-file
           end-evaluate

           exit paragraph.


       find-catalog-entry.

           move spaces to ws-found-physical ws-found-org

           open input fd-catalog-file

           if ws-catalog-status-ok then
               set ws-list-not-eof to true
               perform until ws-list-eof
                   or ws-found-physical not = spaces
                   read fd-catalog-file into ws-catalog-line
                       at end set ws-list-eof to true
                       not at end perform match-catalog-line
                   end-read
               end-perform
           end-if

           close fd-catalog-file

           exit paragraph.


       match-catalog-line.

           if trim(ws-catalog-line) = spaces
               or ws-catalog-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ws-cat-logical ws-cat-physical ws-cat-org
           unstring ws-catalog-line
               delimited by "|"
               into ws-cat-logical ws-cat-physical ws-cat-org
           end-unstring

           if upper-case(trim(ws-cat-logical)) = ws-logical-name then
               move trim(ws-cat-physical) to ws-found-physical
               move upper-case(trim(ws-cat-org)) to ws-found-org
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
                   " -- skipped"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           set ws-list-not-eof to true

           perform until ws-list-eof
               read fd-layout-file into ws-layout-line
                   at end set ws-list-eof to true
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
               or numval(ws-col-len) > length(ws-field-text)
               or numval(ws-col-start) + numval(ws-col-len) - 1
                   > length(ws-record-text)
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


       find-layout-field.

           move 0 to ws-lf-found-idx

           perform varying ws-lf-idx from 1 by 1
           until ws-lf-idx > ws-num-layout-fields
               if ws-lf-name(ws-lf-idx) = ws-lookup-field-name then
                   move ws-lf-idx to ws-lf-found-idx
                   exit perform
               end-if
           end-perform

           if ws-lf-found-idx = 0 then
               display
                   "    ERROR: field not in layout "
                   trim(ws-col-layout) ": "
                   trim(ws-lookup-field-name) " -- skipped"
               end-display
               set ws-rule-bad to true
           end-if

           exit paragraph.


       parse-scramble-specs.

           move 0 to ws-num-specs
           move 1 to ws-spec-pointer

           perform until ws-spec-pointer
               > length(trim(ws-col-specs trailing))
               or ws-rule-bad

               move spaces to ws-spec-text
               unstring ws-col-specs
                   delimited by ","
                   into ws-spec-text
                   with pointer ws-spec-pointer
               end-unstring

               if ws-spec-text not = spaces then
                   perform take-one-spec
               end-if
           end-perform

           exit paragraph.


       take-one-spec.

           move spaces to ws-spec-field ws-spec-class-text
           unstring ws-spec-text
               delimited by "="
               into ws-spec-field ws-spec-class-text
           end-unstring
           move upper-case(trim(ws-spec-field)) to ws-spec-field
           move upper-case(trim(ws-spec-class-text))
               to ws-spec-class-text

           evaluate ws-spec-class-text
               when "NAME"
               when "ADDRESS"
               when "PHONE"
               when "ACCOUNT"
               when "EMAIL"
                   continue
               when other
                   display
                       "    ERROR: unknown scramble class: "
                       trim(ws-spec-text) " -- skipped"
                   end-display
                   set ws-rule-bad to true
                   exit paragraph
           end-evaluate

           if ws-num-specs >= 16 then
               display
                   "    ERROR: more than 16 scrambled fields -- "
                   "skipped"
               end-display
               set ws-rule-bad to true
               exit paragraph
           end-if

           if ws-spec-field = "KEY" and ws-source-keyed then
               move 0 to ws-lf-found-idx
           else
               move ws-spec-field to ws-lookup-field-name
               perform find-layout-field
               if ws-rule-bad then
                   exit paragraph
               end-if
           end-if

           add 1 to ws-num-specs
           move ws-lf-found-idx to ws-spec-field-idx(ws-num-specs)
           move ws-spec-class-text to ws-spec-class(ws-num-specs)

           exit paragraph.


      *>   Every generation on disk, under the same generation number
      *>   in the test group, then the group's .gdg state.
       copy-generation-group.

           move spaces to ws-system-command
           string
               "ls -1 " trim(ws-source-physical) ".G* > "
               trim(ws-list-file-name) " 2>/dev/null"
               delimited by size
               into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command end-call

           compute ws-base-len =
               length(trim(ws-source-physical))
           end-compute

           open input fd-list-file
           set ws-dir-not-eof to true
           perform until ws-dir-eof
               read fd-list-file
                   at end set ws-dir-eof to true
                   not at end
                       move trim(f-list-line) to ws-source-file-name
                       move ws-source-file-name(ws-base-len + 1:)
                           to ws-gen-suffix
                       move spaces to ws-final-target-name
                       string
                           trim(ws-target-physical)
                           trim(ws-gen-suffix)
                           delimited by size
                           into ws-final-target-name
                       end-string
                       perform copy-text-file
               end-read
           end-perform
           close fd-list-file

           call "CBL_DELETE_FILE" using ws-list-file-name end-call

           move spaces to ws-source-file-name ws-target-file-name
           string
               trim(ws-source-physical) ".gdg"
               delimited by size
               into ws-source-file-name
           end-string
           string
               trim(ws-target-physical) ".gdg"
               delimited by size
               into ws-target-file-name
           end-string

           open input fd-source-file
           if ws-source-status-ok then
               open output fd-target-file
               set ws-data-not-eof to true
               perform until ws-data-eof
                   read fd-source-file
                       at end set ws-data-eof to true
                       not at end
                           write f-target-line from f-source-line
                   end-read
               end-perform
               close fd-target-file
           end-if
           close fd-source-file

           exit paragraph.


      *>   A fixed-position text file. HDR records go across as they
      *>   are and the TRL trailer is rebuilt at the end; with a sort
      *>   field the data records pass through a scratch and SORT
      *>   FILE before the target is assembled.
       copy-text-file.

           move 0 to ws-file-record-count ws-file-hash-total
               ws-num-headers
           move 4096 to ws-record-limit
           set ws-no-trailer to true
           move spaces to ws-original-trailer

           open input fd-source-file

           if not ws-source-status-ok then
               close fd-source-file
               display
                   "    " trim(ws-source-file-name)
                   ": not found -- skipped"
               end-display
               exit paragraph
           end-if

           move spaces to ws-target-file-name
           if ws-sort-field-idx > 0 then
               string
                   trim(ws-final-target-name) ".unsorted"
                   delimited by size
                   into ws-target-file-name
               end-string
           else
               move ws-final-target-name to ws-target-file-name
           end-if

           open output fd-target-file

           if not ws-target-file-ok then
               close fd-source-file
               display
                   "    ERROR: cannot write "
                   trim(ws-target-file-name) " status "
                   ws-target-file-status " -- skipped"
               end-display
               exit paragraph
           end-if

           set ws-data-not-eof to true
           perform until ws-data-eof
               read fd-source-file into ws-record-text
                   at end set ws-data-eof to true
                   not at end perform copy-one-text-record
               end-read
           end-perform

           close fd-source-file

           if ws-sort-field-idx > 0 then
               close fd-target-file
               perform sort-and-assemble-target
           else
               if ws-trailer-seen then
                   perform build-new-trailer
                   write f-target-line from ws-new-trailer
               end-if
               close fd-target-file
           end-if

           add 1 to ws-total-files
           add ws-file-record-count to ws-total-records

           move ws-file-record-count to ws-count-disp
           display
               "    " trim(ws-count-disp) " record(s) "
               trim(ws-source-file-name) " -> "
               trim(ws-final-target-name)
           end-display

           exit paragraph.


       copy-one-text-record.

           evaluate ws-record-text(1:3)
               when "HDR"
                   if ws-sort-field-idx > 0 then
                       if ws-num-headers < 4 then
                           add 1 to ws-num-headers
                           move ws-record-text
                               to ws-header-line(ws-num-headers)
                       end-if
                   else
                       write f-target-line from ws-record-text
                   end-if
               when "TRL"
                   move ws-record-text to ws-original-trailer
                   set ws-trailer-seen to true
               when other
                   perform scramble-record
                   add 1 to ws-file-record-count
                   if ws-total-field-idx > 0 then
                       perform add-to-hash-total
                   end-if
                   write f-target-line from ws-record-text
           end-evaluate

           exit paragraph.


       add-to-hash-total.

           move spaces to ws-field-text
           move ws-record-text(ws-lf-start(ws-total-field-idx):
               ws-lf-len(ws-total-field-idx)) to ws-field-text
           if test-numval(trim(ws-field-text)) = 0 then
               add numval(ws-field-text) to ws-file-hash-total
           end-if

           exit paragraph.


      *>   "TRL" + count (ten digits), then -- when the original
      *>   carried one -- the hash total (eighteen digits, two
      *>   implied decimals) and whatever followed it.
       build-new-trailer.

           compute ws-trailer-len =
               length(trim(ws-original-trailer trailing))
           end-compute

           move spaces to ws-new-trailer
           move "TRL" to ws-new-trailer(1:3)
           move ws-file-record-count to ws-new-trailer(4:10)

           if ws-trailer-len > 13 then
               if ws-total-field-idx > 0 then
                   compute ws-trailer-digits =
                       function abs(ws-file-hash-total) * 100
                   end-compute
                   move ws-trailer-digits to ws-new-trailer(14:18)
               else
                   move ws-original-trailer(14:18)
                       to ws-new-trailer(14:18)
               end-if
               if ws-trailer-len > 31 then
                   move ws-original-trailer(32:)
                       to ws-new-trailer(32:)
               end-if
           end-if

           exit paragraph.


       sort-and-assemble-target.

           move spaces to ws-sorted-file-name
           string
               trim(ws-final-target-name) ".sorted"
               delimited by size
               into ws-sorted-file-name
           end-string

           move ws-lf-start(ws-sort-field-idx) to ws-sort-start-disp
           move ws-lf-len(ws-sort-field-idx) to ws-sort-len-disp
           move spaces to ws-sort-statement
           string
               'SORT FILE "' trim(ws-target-file-name)
               '" TO "' trim(ws-sorted-file-name)
               '" ON ' trim(ws-sort-start-disp) ", "
               trim(ws-sort-len-disp)
               delimited by size
               into ws-sort-statement
           end-string
           call "sort-cmd" using ws-sort-statement end-call

           call "CBL_DELETE_FILE" using ws-target-file-name end-call

           move ws-final-target-name to ws-target-file-name
           open output fd-target-file

           perform varying ws-header-idx from 1 by 1
           until ws-header-idx > ws-num-headers
               write f-target-line
                   from ws-header-line(ws-header-idx)
           end-perform

           open input fd-sorted-file
           if ws-sorted-status-ok then
               set ws-list-not-eof to true
               perform until ws-list-eof
                   read fd-sorted-file
                       at end set ws-list-eof to true
                       not at end
                           write f-target-line from f-sorted-line
                   end-read
               end-perform
           end-if
           close fd-sorted-file

           if ws-trailer-seen then
               perform build-new-trailer
               write f-target-line from ws-new-trailer
           end-if

           close fd-target-file

           call "CBL_DELETE_FILE" using ws-sorted-file-name end-call

           exit paragraph.


      *>   A keyed master: walked in key order on one channel and
      *>   written, scrambled, to a freshly emptied test master on
      *>   the other.
       copy-keyed-file.

           move 0 to ws-file-record-count
           move 960 to ws-record-limit

           call "CBL_DELETE_FILE" using ws-target-physical end-call

           call "open-keyed-file" using
               ws-source-physical
               ws-source-number
               ws-open-rc
           on exception
               display
                   "    ERROR: keyed file support is not available "
                   "in this build -- skipped"
               end-display
               exit paragraph
           end-call

           if ws-open-rc = 0 then
               display
                   "    ERROR: " trim(ws-source-physical)
                   " could not be opened -- skipped"
               end-display
               exit paragraph
           end-if

           call "open-keyed-file" using
               ws-target-physical
               ws-target-number
               ws-open-rc
           end-call

           if ws-open-rc = 0 then
               display
                   "    ERROR: " trim(ws-target-physical)
                   " could not be opened -- skipped"
               end-display
               call "close-keyed-file" using
                   ws-source-number ws-close-rc
               end-call
               exit paragraph
           end-if

           call "start-keyed-file" using
               ws-source-number
               ws-start-key
               ws-start-alt-number
               ws-io-rc
           end-call

           move 0 to ws-eof-result
           perform until ws-eof-result = 1
               call "read-keyed-next" using
                   ws-source-number
                   ws-walk-direction
                   ws-keyed-key
                   ws-keyed-data
                   ws-io-rc
               end-call
               call "eof-keyed-file" using
                   ws-source-number ws-eof-result
               end-call
               if ws-eof-result = 0 then
                   move ws-keyed-data to ws-record-text
                   perform scramble-record
                   move ws-record-text(1:960) to ws-keyed-data
                   call "write-keyed-record" using
                       ws-target-number
                       ws-keyed-key
                       ws-keyed-data
                       ws-io-rc
                   end-call
                   if ws-io-rc = 1 then
                       add 1 to ws-file-record-count
                   end-if
               end-if
           end-perform

           call "close-keyed-file" using ws-source-number ws-close-rc
           end-call
           call "close-keyed-file" using ws-target-number ws-close-rc
           end-call

           add 1 to ws-total-files
           add ws-file-record-count to ws-total-records

           move ws-file-record-count to ws-count-disp
           display
               "    " trim(ws-count-disp) " record(s) "
               trim(ws-source-physical) " -> "
               trim(ws-target-physical)
           end-display

           exit paragraph.


       scramble-record.

           perform varying ws-spec-idx from 1 by 1
           until ws-spec-idx > ws-num-specs

               move ws-spec-class(ws-spec-idx) to ws-scramble-class
               move ws-spec-field-idx(ws-spec-idx) to ws-lf-idx

               if ws-lf-idx = 0 then
                   move ws-keyed-key to ws-in-value
                   move length(ws-keyed-key) to ws-char-len
                   perform scramble-value
                   move ws-out-value(1:length(ws-keyed-key))
                       to ws-keyed-key
               else
                   if ws-lf-start(ws-lf-idx) + ws-lf-len(ws-lf-idx)
                       - 1 <= ws-record-limit
                   then
                       move spaces to ws-in-value
                       move ws-record-text(ws-lf-start(ws-lf-idx):
                           ws-lf-len(ws-lf-idx)) to ws-in-value
                       move ws-lf-len(ws-lf-idx) to ws-char-len
                       perform scramble-value
                       move ws-out-value(1:ws-lf-len(ws-lf-idx))
                           to ws-record-text(ws-lf-start(ws-lf-idx):
                               ws-lf-len(ws-lf-idx))
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   ws-in-value (ws-char-len wide) to ws-out-value. A blank
      *>   value stays blank.
       scramble-value.

           move ws-in-value to ws-out-value

           if ws-in-value = spaces then
               exit paragraph
           end-if

           evaluate ws-scramble-class
               when "ACCOUNT"
               when "PHONE"
                   perform scramble-characters
               when "NAME"
                   perform make-fake-name
               when "ADDRESS"
                   perform make-fake-address
               when "EMAIL"
                   perform make-fake-email
           end-evaluate

           exit paragraph.


      *>   Each digit (and, for an account, each letter) is shifted
      *>   by an amount drawn from the seed and the characters
      *>   already passed, once left to right and again right to
      *>   left over the result, so every position depends on the
      *>   whole number yet the mapping can always be undone
      *>   position by position -- two different numbers can never
      *>   come out the same -- while separators and spacing stay.
       scramble-characters.

           move ws-in-value to ws-pass-value
           move ws-seed-hash to ws-hash-value

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-char-len
               perform shift-one-character
           end-perform

           move ws-out-value to ws-pass-value
           move ws-seed-hash to ws-hash-value

           perform varying ws-char-idx from ws-char-len by -1
           until ws-char-idx < 1
               perform shift-one-character
           end-perform

           exit paragraph.


       shift-one-character.

           move ws-pass-value(ws-char-idx:1) to ws-one-char
           compute ws-shift =
               mod(ws-hash-value / 7, 26)
           end-compute

           evaluate true
               when ws-one-char >= "0" and ws-one-char <= "9"
                   compute ws-char-ord =
                       mod(ord(ws-one-char) - ord("0")
                           + ws-shift, 10)
                   end-compute
                   move char(ord("0") + ws-char-ord)
                       to ws-out-value(ws-char-idx:1)
               when ws-scramble-class = "ACCOUNT"
                   and ws-one-char >= "A" and ws-one-char <= "Z"
                   compute ws-char-ord =
                       mod(ord(ws-one-char) - ord("A")
                           + ws-shift, 26)
                   end-compute
                   move char(ord("A") + ws-char-ord)
                       to ws-out-value(ws-char-idx:1)
               when ws-scramble-class = "ACCOUNT"
                   and ws-one-char >= "a" and ws-one-char <= "z"
                   compute ws-char-ord =
                       mod(ord(ws-one-char) - ord("a")
                           + ws-shift, 26)
                   end-compute
                   move char(ord("a") + ws-char-ord)
                       to ws-out-value(ws-char-idx:1)
           end-evaluate

           if ws-one-char not = space then
               compute ws-hash-value =
                   mod(ws-hash-value * 31 + ord(ws-one-char),
                       ws-hash-modulus)
               end-compute
           end-if

           exit paragraph.


      *>   Hash of ws-hash-text, continuing from ws-hash-value.
       hash-text-value.

           compute ws-char-len =
               length(trim(ws-hash-text trailing))
           end-compute

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-char-len
               compute ws-hash-value =
                   mod(ws-hash-value * 31
                       + ord(ws-hash-text(ws-char-idx:1)),
                       ws-hash-modulus)
               end-compute
           end-perform

           exit paragraph.


      *>   The value's hash, case and spacing ignored, so "Smith,
      *>   John" in one file and "SMITH, JOHN" in another agree.
       hash-original-value.

           move upper-case(trim(ws-in-value)) to ws-hash-text
           move ws-seed-hash to ws-hash-value
           perform hash-text-value

           exit paragraph.


       make-fake-name.

           perform hash-original-value
           perform note-original-case

           compute ws-pick-idx = mod(ws-hash-value, 24) + 1
           end-compute
           move ws-fake-first-name(ws-pick-idx) to ws-fake-first
           compute ws-pick-idx = mod(ws-hash-value / 24, 24) + 1
           end-compute
           move ws-fake-last-name(ws-pick-idx) to ws-fake-last

           move 0 to ws-comma-count
           inspect ws-in-value tallying ws-comma-count for all ","

           move spaces to ws-out-value
           if ws-comma-count > 0 then
               string
                   trim(ws-fake-last) ", " trim(ws-fake-first)
                   delimited by size
                   into ws-out-value
               end-string
           else
               string
                   trim(ws-fake-first) " " trim(ws-fake-last)
                   delimited by size
                   into ws-out-value
               end-string
           end-if

           perform match-original-case

           exit paragraph.


       make-fake-address.

           perform hash-original-value
           perform note-original-case

           compute ws-fake-number = mod(ws-hash-value, 9899) + 100
           end-compute
           move ws-fake-number to ws-fake-number-disp
           compute ws-pick-idx = mod(ws-hash-value / 9899, 16) + 1
           end-compute
           move ws-fake-street-name(ws-pick-idx) to ws-fake-first
           compute ws-pick-idx = mod(ws-hash-value / 7, 6) + 1
           end-compute

           move spaces to ws-out-value
           string
               trim(ws-fake-number-disp) " " trim(ws-fake-first) " "
               trim(ws-fake-street-kind(ws-pick-idx))
               delimited by size
               into ws-out-value
           end-string

           perform match-original-case

           exit paragraph.


       make-fake-email.

           perform hash-original-value

           compute ws-fake-mailbox = mod(ws-hash-value, 100000000)
           end-compute

           move spaces to ws-out-value
           string
               "user" ws-fake-mailbox "@example.com"
               delimited by size
               into ws-out-value
           end-string

           exit paragraph.


       note-original-case.

           if ws-in-value = upper-case(ws-in-value) then
               set ws-upper-case to true
           else
               set ws-mixed-case to true
           end-if

           exit paragraph.


      *>   Fakes are built in capitals; an original in mixed case
      *>   gets its fake in capitalised words.
       match-original-case.

           if ws-upper-case then
               exit paragraph
           end-if

           move lower-case(ws-out-value) to ws-out-value
           move 'Y' to ws-word-start-sw

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > length(trim(ws-out-value trailing))
               move ws-out-value(ws-char-idx:1) to ws-one-char
               if ws-one-char = space then
                   move 'Y' to ws-word-start-sw
               else
                   if ws-word-start-sw = 'Y' then
                       move upper-case(ws-one-char)
                           to ws-out-value(ws-char-idx:1)
                   end-if
                   move 'N' to ws-word-start-sw
               end-if
           end-perform

           exit paragraph.

       end program test-data-refresh.
