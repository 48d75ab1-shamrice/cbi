      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Data-subject erasure across the catalogued datasets,
      *          reached from the cbi command line:
      *            cbi --erase <subject-key> [approve]
      *            cbi --erase-verify
      *          Which datasets hold a person, and where, comes from
      *          the erasure declarations (erasure-rules in cbi.cfg
      *          via CBI_ERASE_RULES, cbi.pii when unset), one
      *          dataset per line, pipe-delimited:
      *            DATASET|layout|id-fields|pii-fields[|action]
      *          DATASET is a dataset catalog logical name -- every
      *          generation on disk of a GDG base is searched, and a
      *          KEYED entry goes through the keyed file handler --
      *          or STATE for the interpreter's state store, or SPOOL
      *          for the report spool directory. layout is the MAP
      *          record layout (<layout>.lay, from the current
      *          directory or CBI_PATH); id-fields the comma list of
      *          fields that identify the person (a record is theirs
      *          when any of them equals the subject key; KEY names
      *          a keyed file's record key); pii-fields the comma
      *          list of TEXT fields that describe them; action BLANK
      *          (spaces, the default) or MASK (asterisks). STATE and
      *          SPOOL lines need no layout or fields: a state entry
      *          whose key or value mentions the subject has its
      *          value erased, and a spool line that mentions the
      *          subject has the subject and every letter on it
      *          erased, digits and spacing kept so the amounts and
      *          page layout survive.
      *          Without approve the run only locates: every
      *          occurrence is listed on screen and in a findings
      *          report (cbi_erase_findings_YYYYMMDD_HHMMSS.txt, in
      *          CBI_LOG_DIR when set) for sign-off. With approve the
      *          same search erases the personal fields in place --
      *          identifying fields, keys and amounts are left alone
      *          for the books. Keyed updates are not journaled, so
      *          the audit journal gains no copy of what was erased.
      *          Every dataset file searched and the run itself are
      *          recorded in the erasure log (erasure-log in cbi.cfg
      *          via CBI_ERASE_LOG, cbi_erasure.log when unset), one
      *          line per action:
      *            ERA|seq|stamp|operator|subject|kind|dataset|file|
      *                count|previous hash|hash
      *          with kind FOUND or ERASED per file and REVIEW or
      *          APPROVE for the run. The subject is stored as its
      *          SHA-256 digest, never in the clear, and each line's
      *          hash is the SHA-256 of the line up to and including
      *          the previous line's hash, so an edited, inserted or
      *          removed line breaks the chain; --erase-verify walks
      *          it and reports the first break.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. erasure.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-decl-file
               assign to dynamic ws-decl-file-name
               organization is line sequential
               file status is ws-decl-file-status.

               select optional fd-catalog-file
               assign to dynamic ws-catalog-file-name
               organization is line sequential
               file status is ws-catalog-file-status.

               select optional fd-layout-file
               assign to dynamic ws-layout-file-name
               organization is line sequential
               file status is ws-layout-file-status.

               select optional fd-list-file
               assign to dynamic ws-list-file-name
               organization is line sequential
               file status is ws-list-file-status.

               select optional fd-data-file
               assign to dynamic ws-data-file-name
               organization is line sequential
               file status is ws-data-file-status.

               select optional fd-rewrite-file
               assign to dynamic ws-rewrite-file-name
               organization is line sequential
               file status is ws-rewrite-file-status.

               select optional fd-findings-file
               assign to dynamic ws-findings-file-name
               organization is line sequential
               file status is ws-findings-file-status.

               select optional fd-erase-log
               assign to dynamic ws-erase-log-name
               organization is line sequential
               file status is ws-erase-log-status.

               select optional fd-digest-in
               assign to dynamic ws-digest-in-name
               organization is line sequential
               file status is ws-digest-in-status.

               select optional fd-digest-out
               assign to dynamic ws-digest-out-name
               organization is line sequential
               file status is ws-digest-out-status.

       data division.

       file section.

       fd  fd-decl-file.
       01  f-decl-line                   pic x(1024).

       fd  fd-catalog-file.
       01  f-catalog-line                pic x(512).

       fd  fd-layout-file.
       01  f-layout-line                 pic x(256).

       fd  fd-list-file.
       01  f-list-line                   pic x(1024).

       fd  fd-data-file.
       01  f-data-line                   pic x(4096).

       fd  fd-rewrite-file.
       01  f-rewrite-line                pic x(4096).

       fd  fd-findings-file.
       01  f-findings-line               pic x(1024).

       fd  fd-erase-log.
       01  f-erase-log-line              pic x(2048).

       fd  fd-digest-in.
       01  f-digest-in-line              pic x(2048).

       fd  fd-digest-out.
       01  f-digest-out-line             pic x(256).

       working-storage section.

       78  ws-layout-suffix              value ".lay".
       78  ws-keyed-file-number          value 1.

       01  ws-decl-file-name             pic x(1024) value spaces.
       01  ws-decl-file-status           pic xx.
           88  ws-decl-status-ok         value "00".

       01  ws-catalog-file-name          pic x(1024) value spaces.
       01  ws-catalog-file-status        pic xx.
           88  ws-catalog-status-ok      value "00".

       01  ws-layout-file-name           pic x(1024) value spaces.
       01  ws-layout-file-status         pic xx.
           88  ws-layout-status-ok       value "00".

       01  ws-list-file-name             pic x(64) value spaces.
       01  ws-list-file-status           pic xx.
           88  ws-list-status-ok         value "00".

       01  ws-data-file-name             pic x(1024) value spaces.
       01  ws-data-file-status           pic xx.
           88  ws-data-status-ok         value "00".

       01  ws-rewrite-file-name          pic x(1024) value spaces.
       01  ws-rewrite-file-status        pic xx.
           88  ws-rewrite-file-ok        value "00" "05".

       01  ws-findings-file-name         pic x(1024) value spaces.
       01  ws-findings-file-status       pic xx.
           88  ws-findings-file-ok       value "00" "05".

       01  ws-genesis-hash               pic x(64) value all "0".

       01  ws-erase-log-name             pic x(1024) value spaces.
       01  ws-erase-log-status           pic xx.
           88  ws-erase-log-ok           value "00" "05".
           88  ws-erase-log-read-ok      value "00".

       01  ws-digest-in-name             pic x(64) value spaces.
       01  ws-digest-in-status           pic xx.
       01  ws-digest-out-name            pic x(64) value spaces.
       01  ws-digest-out-status          pic xx.
           88  ws-digest-out-ok          value "00".

       01  ws-state-file-name            pic x(1024) value spaces.
       01  ws-state-lock-name            pic x(1024) value spaces.
       01  ws-state-lock-info            pic x(64).
       01  ws-state-lock-handle          pic x(4).
       01  ws-state-lock-access          pic x comp-x value 3.
       01  ws-state-lock-deny            pic x comp-x value 0.
       01  ws-state-lock-device          pic x comp-x value 0.

       01  ws-spool-dir                  pic x(256) value spaces.
       01  ws-log-directory              pic x(256) value spaces.
       01  ws-operator-id                pic x(16) value spaces.

       01  ws-my-pid                     pic 9(9) value 0.
       01  ws-pid-disp                   pic z(8)9.
       01  ws-system-command             pic x(2048).

       01  ws-date-record.
           05  ws-current-date.
               10  ws-year               pic 9(4).
               10  ws-month              pic 99.
               10  ws-day                pic 99.
           05  ws-current-time.
               10  ws-hour               pic 99.
               10  ws-min                pic 99.
               10  ws-sec                pic 99.
               10  ws-milli              pic 99.
           05  ws-time-offset            pic S9(4).

       01  ws-approve-sw                 pic a value 'N'.
           88  ws-approved               value 'Y'.
           88  ws-review-only            value 'N'.

       01  ws-eof-sw                     pic a value 'N'.
           88  ws-eof                    value 'Y'.
           88  ws-not-eof                value 'N'.

       01  ws-list-eof-sw                pic a value 'N'.
           88  ws-list-eof               value 'Y'.
           88  ws-list-not-eof           value 'N'.

       01  ws-decl-bad-sw                pic a value 'N'.
           88  ws-decl-bad               value 'Y'.
           88  ws-decl-good              value 'N'.

       01  ws-dir-eof-sw                 pic a value 'N'.
           88  ws-dir-eof                value 'Y'.
           88  ws-dir-not-eof            value 'N'.

       01  ws-data-eof-sw                pic a value 'N'.
           88  ws-data-eof               value 'Y'.
           88  ws-data-not-eof           value 'N'.

       01  ws-layout-opened-sw           pic a value 'N'.
           88  ws-layout-opened          value 'Y'.
           88  ws-layout-not-opened      value 'N'.

       01  ws-record-match-sw            pic a value 'N'.
           88  ws-record-matches         value 'Y'.
           88  ws-record-passed-over     value 'N'.

       01  ws-subject-key                pic x(64) value spaces.
       01  ws-subject-len                pic 9(4) comp value 0.
       01  ws-subject-digest             pic x(64) value spaces.
       01  ws-fill-text                  pic x(4096).
       01  ws-letters                    pic x(52) value
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  ws-letter-fill                pic x(52).

       01  ws-library-path               pic x(1024) value spaces.
       01  ws-library-dirs               pic x(256) occurs 8 times.
       01  ws-num-library-dirs           pic 9 comp value 0.
       01  ws-library-dir-idx            pic 9 comp value 0.
       01  ws-starting-pointer           pic 9(4) comp.

      *>   The declaration being applied.
       01  ws-decl-number                pic 9(4) value 0.
       01  ws-decl-line                  pic x(1024).
       01  ws-col-dataset                pic x(64).
       01  ws-col-layout                 pic x(256).
       01  ws-col-id-fields              pic x(256).
       01  ws-col-pii-fields             pic x(256).
       01  ws-col-action                 pic x(16).
       01  ws-dataset-name               pic x(64).
       01  ws-action                     pic x(8).
           88  ws-action-mask            value "MASK".
           88  ws-action-blank           value "BLANK".

       01  ws-catalog-line               pic x(512).
       01  ws-cat-logical                pic x(64).
       01  ws-cat-physical               pic x(1024).
       01  ws-cat-org                    pic x(16).
       01  ws-dataset-physical           pic x(1024).
       01  ws-dataset-org                pic x(16).
           88  ws-dataset-keyed          value "KEYED".
           88  ws-dataset-gdg            value "GDG".

      *>   The layout's fields.
       78  ws-max-layout-fields          value 50.
       01  ws-layout-field-table.
           05  ws-num-layout-fields      pic 9(4) comp value 0.
           05  ws-layout-field           occurs 50 times.
               10  ws-lf-name            pic x(64).
               10  ws-lf-start           pic 9(5).
               10  ws-lf-len             pic 9(5).
               10  ws-lf-type            pic x(8).
       01  ws-lf-idx                     pic 9(4) comp.
       01  ws-lf-found-idx               pic 9(4) comp.
       01  ws-layout-line                pic x(256).
       01  ws-col-name                   pic x(64).
       01  ws-col-start                  pic x(8).
       01  ws-col-len                    pic x(8).
       01  ws-col-type                   pic x(8).

      *>   Identifying and describing fields, as layout indexes (0
      *>   in the identifying list is the keyed record key).
       01  ws-id-field-table.
           05  ws-num-id-fields          pic 9(4) comp value 0.
           05  ws-id-field-idx           pic 9(4) comp
                                         occurs 8 times.
       01  ws-pii-field-table.
           05  ws-num-pii-fields         pic 9(4) comp value 0.
           05  ws-pii-field-idx          pic 9(4) comp
                                         occurs 16 times.
       01  ws-field-list-idx             pic 9(4) comp.
       01  ws-field-list-text            pic x(256).
       01  ws-field-list-pointer         pic 9(4) comp.
       01  ws-field-list-name            pic x(64).
       01  ws-pii-names                  pic x(256).

      *>   The file being searched.
       01  ws-record-text                pic x(4096).
       01  ws-record-limit               pic 9(5) comp value 4096.
       01  ws-line-number                pic 9(9).
       01  ws-line-disp                  pic z(8)9.
       01  ws-field-text                 pic x(256).
       01  ws-tally                      pic 9(4) comp.
       01  ws-state-key                  pic x(256).
       01  ws-state-value                pic x(1024).
       01  ws-state-value-len            pic 9(4) comp.

       01  ws-file-hit-count             pic 9(9).
       01  ws-file-erase-count           pic 9(9).
       01  ws-file-count-disp            pic zz,zzz,zz9.

      *>   Keyed file work; matching keys are gathered during the
      *>   walk and updated after it, so the rewrite never moves
      *>   the browse position.
       78  ws-max-keyed-hits             value 500.
       01  ws-keyed-hit-table.
           05  ws-num-keyed-hits         pic 9(4) comp value 0.
           05  ws-keyed-hit-key          pic x(64) occurs 500 times.
       01  ws-keyed-hit-idx              pic 9(4) comp.
       01  ws-file-number                pic 99
                                         value ws-keyed-file-number.
       01  ws-start-key                  pic x(64) value low-values.
       01  ws-start-alt-number           pic 9 value 0.
       01  ws-walk-direction             pic 9 value 1.
       01  ws-keyed-key                  pic x(64).
       01  ws-keyed-data                 pic x(960).
       01  ws-eof-result                 pic 9.
       01  ws-open-rc                    pic 9.
       01  ws-io-rc                      pic 9.
       01  ws-close-rc                   pic 9.

      *>   Run totals.
       01  ws-total-files                pic 9(9) value 0.
       01  ws-total-hits                 pic 9(9) value 0.
       01  ws-total-erased               pic 9(9) value 0.
       01  ws-count-disp                 pic zz,zzz,zz9.
       01  ws-decl-disp                  pic z(3)9.

      *>   The erasure log chain.
       01  ws-log-seq                    pic 9(8) value 0.
       01  ws-log-prev-hash              pic x(64) value spaces.
       01  ws-log-kind                   pic x(8).
       01  ws-log-dataset                pic x(64).
       01  ws-log-file                   pic x(1024).
       01  ws-log-count                  pic 9(9).
       01  ws-log-body                   pic x(2048).
       01  ws-log-line                   pic x(2048).
       01  ws-log-line-len               pic 9(4) comp.
       01  ws-log-hash                   pic x(64).
       01  ws-log-stored-prev            pic x(64).
       01  ws-log-stored-hash            pic x(64).
       01  ws-log-stored-seq             pic 9(8).
       01  ws-log-entries                pic 9(8) value 0.
       01  ws-log-broken-sw              pic a value 'N'.
           88  ws-log-broken             value 'Y'.
           88  ws-log-intact             value 'N'.
       01  ws-log-break-reason           pic x(64).

       01  ws-digest-text                pic x(2048).
       01  ws-digest-result              pic x(64).

       01  ws-report-line                pic x(1024).

       linkage section.

       01  l-subject-key                 pic x(64).
       01  l-mode-word                   pic x(16).

       procedure division using l-subject-key l-mode-word.

       main-procedure.

           move trim(l-subject-key) to ws-subject-key
           if ws-subject-key = spaces then
               display "ERROR: No subject key given to erase."
               goback
           end-if
           compute ws-subject-len =
               length(trim(ws-subject-key))
           end-compute

           if lower-case(trim(l-mode-word)) = "approve" then
               set ws-approved to true
           end-if

           perform set-up-run

           open input fd-decl-file

           if not ws-decl-status-ok then
               close fd-decl-file
               display
                   "ERROR: Erasure declarations not found: "
                   trim(ws-decl-file-name)
               end-display
               call "error-surface" using concatenate(
                   "Erasure declarations not found: "
                   trim(ws-decl-file-name))
               end-call
               goback
           end-if

           perform open-findings-report

           move ws-subject-key to ws-digest-text
           perform take-digest
           move ws-digest-result to ws-subject-digest

           move spaces to ws-report-line
           if ws-approved then
               string
                   "Erasure APPROVED run from "
                   trim(ws-decl-file-name) " at "
                   ws-year "-" ws-month "-" ws-day " "
                   ws-hour ":" ws-min ":" ws-sec
                   " operator " trim(ws-operator-id)
                   delimited by size
                   into ws-report-line
               end-string
           else
               string
                   "Erasure findings (review only) from "
                   trim(ws-decl-file-name) " at "
                   ws-year "-" ws-month "-" ws-day " "
                   ws-hour ":" ws-min ":" ws-sec
                   " operator " trim(ws-operator-id)
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           display " "
           perform emit-report-line
           move spaces to ws-report-line
           string
               "Subject: " trim(ws-subject-key)
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           set ws-not-eof to true

           perform until ws-eof
               read fd-decl-file into ws-decl-line
                   at end set ws-eof to true
                   not at end perform apply-one-declaration
               end-read
           end-perform

           close fd-decl-file

           move spaces to ws-report-line
           perform emit-report-line
           move ws-total-hits to ws-count-disp
           move spaces to ws-report-line
           if ws-approved then
               string
                   "Total: " trim(ws-count-disp)
                   " occurrence(s) erased in "
                   delimited by size
                   into ws-report-line
               end-string
           else
               string
                   "Total: " trim(ws-count-disp)
                   " occurrence(s) found in "
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           move ws-total-files to ws-count-disp
           string
               trim(ws-report-line) " " trim(ws-count-disp)
               " file(s) searched."
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           if ws-review-only and ws-total-hits > 0 then
               move spaces to ws-report-line
               string
                   "Nothing has been changed. Once approved, rerun "
                   "with: cbi --erase <subject-key> approve"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
           end-if

           close fd-findings-file
           display
               "Findings report: " trim(ws-findings-file-name)
           end-display

           if ws-approved then
               move "APPROVE" to ws-log-kind
               move ws-total-erased to ws-log-count
           else
               move "REVIEW" to ws-log-kind
               move ws-total-hits to ws-log-count
           end-if
           move "*" to ws-log-dataset
           move trim(ws-decl-file-name) to ws-log-file
           perform write-erasure-entry

           call "CBL_DELETE_FILE" using ws-digest-in-name end-call
           call "CBL_DELETE_FILE" using ws-digest-out-name end-call

           call "logger" using concatenate(
               "ERASURE :: " trim(ws-log-kind) " run : "
               ws-total-hits " occurrence(s) in "
               ws-total-files " file(s), subject digest "
               trim(ws-subject-digest))
           end-call

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point behind cbi --erase-verify: walks the
      *          erasure log's hash chain and reports whether it is
      *          intact, or the first entry where it breaks.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "erasure-verify".

           perform set-up-run

           open input fd-erase-log

           if not ws-erase-log-read-ok then
               close fd-erase-log
               display
                   "ERROR: Erasure log not found: "
                   trim(ws-erase-log-name)
               end-display
               goback
           end-if

           move ws-genesis-hash to ws-log-prev-hash
           move 0 to ws-log-entries ws-log-seq
           set ws-log-intact to true
           set ws-not-eof to true

           perform until ws-eof or ws-log-broken
               read fd-erase-log into ws-log-line
                   at end set ws-eof to true
                   not at end perform verify-one-entry
               end-read
           end-perform

           close fd-erase-log

           call "CBL_DELETE_FILE" using ws-digest-in-name end-call
           call "CBL_DELETE_FILE" using ws-digest-out-name end-call

           move ws-log-entries to ws-count-disp
           if ws-log-broken then
               display
                   "Erasure log " trim(ws-erase-log-name)
                   " is BROKEN at entry " trim(ws-count-disp)
                   ": " trim(ws-log-break-reason)
               end-display
               call "logger-leveled" using concatenate(
                   "ERASURE :: ERROR : erasure log chain broken at "
                   "entry " ws-log-entries " : "
                   trim(ws-log-break-reason))
                   "ERROR"
               end-call
           else
               display
                   "Erasure log " trim(ws-erase-log-name)
                   " is intact: " trim(ws-count-disp)
                   " entr(ies) verified."
               end-display
           end-if

           goback.


       set-up-run.

           accept ws-decl-file-name from environment "CBI_ERASE_RULES"
           end-accept
           if ws-decl-file-name = spaces then
               move "cbi.pii" to ws-decl-file-name
           end-if

           accept ws-erase-log-name from environment "CBI_ERASE_LOG"
           end-accept
           if ws-erase-log-name = spaces then
               move "cbi_erasure.log" to ws-erase-log-name
           end-if

           accept ws-catalog-file-name
               from environment "CBI_CATALOG_FILE"
           end-accept
           if ws-catalog-file-name = spaces then
               move "cbi.cat" to ws-catalog-file-name
           end-if

           accept ws-state-file-name from environment "CBI_STATE_FILE"
           end-accept
           if ws-state-file-name = spaces then
               move "cbi_state.dat" to ws-state-file-name
           end-if

           accept ws-spool-dir from environment "CBI_SPOOL_DIR"
           end-accept
           if ws-spool-dir = spaces then
               move "spool" to ws-spool-dir
           end-if

           accept ws-log-directory from environment "CBI_LOG_DIR"
           end-accept

           accept ws-operator-id from environment "CBI_OPERATOR"
           end-accept
           if ws-operator-id = spaces then
               move "(unset)" to ws-operator-id
           end-if

           call "C$GETPID" end-call
           move return-code to ws-my-pid
           move ws-my-pid to ws-pid-disp

           move spaces to ws-digest-in-name ws-digest-out-name
               ws-list-file-name
           string
               "cbi_erase_" trim(ws-pid-disp) ".tmp"
               delimited by size
               into ws-digest-in-name
           end-string
           string
               "cbi_erase_" trim(ws-pid-disp) ".sum"
               delimited by size
               into ws-digest-out-name
           end-string
           string
               "cbi_erase_" trim(ws-pid-disp) ".lst"
               delimited by size
               into ws-list-file-name
           end-string

           move function current-date to ws-date-record

           exit paragraph.


       open-findings-report.

           move spaces to ws-findings-file-name
           if ws-log-directory not = spaces then
               call "CBL_CREATE_DIR" using ws-log-directory
               end-call
               string
                   trim(ws-log-directory) "/"
                   delimited by size
                   into ws-findings-file-name
               end-string
           end-if

           string
               trim(ws-findings-file-name)
               "cbi_erase_findings_"
               ws-year ws-month ws-day
               "_"
               ws-hour ws-min ws-sec
               ".txt"
               delimited by size
               into ws-findings-file-name
           end-string

           open output fd-findings-file

           if not ws-findings-file-ok then
               display
                   "WARNING: cannot write findings report "
                   trim(ws-findings-file-name) " status "
                   ws-findings-file-status
               end-display
           end-if

           exit paragraph.


       emit-report-line.

           display trim(ws-report-line trailing)
           if ws-findings-file-ok then
               write f-findings-line from ws-report-line
           end-if

           exit paragraph.


       apply-one-declaration.

           if trim(ws-decl-line) = spaces
               or ws-decl-line(1:1) = "#"
           then
               exit paragraph
           end-if

           add 1 to ws-decl-number
           move ws-decl-number to ws-decl-disp
           set ws-decl-good to true

           move spaces to ws-col-dataset ws-col-layout
               ws-col-id-fields ws-col-pii-fields ws-col-action
           unstring ws-decl-line
               delimited by "|"
               into ws-col-dataset ws-col-layout ws-col-id-fields
                   ws-col-pii-fields ws-col-action
           end-unstring

           move upper-case(trim(ws-col-dataset)) to ws-dataset-name
           if ws-dataset-name(1:1) = "@" then
               move ws-dataset-name(2:) to ws-dataset-name
           end-if

           move upper-case(trim(ws-col-action)) to ws-action
           if ws-action = spaces then
               set ws-action-blank to true
           end-if

           if ws-dataset-name = spaces
               or not (ws-action-blank or ws-action-mask)
           then
               move spaces to ws-report-line
               string
                   "  declaration " trim(ws-decl-disp)
                   ": malformed declaration skipped: "
                   trim(ws-decl-line)
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               exit paragraph
           end-if

           if ws-action-mask then
               move all "*" to ws-fill-text
           else
               move spaces to ws-fill-text
           end-if
           move ws-fill-text(1:52) to ws-letter-fill

           move spaces to ws-report-line
           perform emit-report-line

           evaluate ws-dataset-name
               when "STATE"
                   move spaces to ws-report-line
                   string
                       "  STATE (" trim(ws-state-file-name) ")"
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
                   perform search-state-store

               when "SPOOL"
                   move spaces to ws-report-line
                   string
                       "  SPOOL (" trim(ws-spool-dir) ")"
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
                   perform search-spool-directory

               when other
                   perform search-catalog-dataset
           end-evaluate

           exit paragraph.


      *>   A catalog dataset: its layout and field lists, then each
      *>   of its files -- the one physical path, or every
      *>   generation of a GDG.
       search-catalog-dataset.

           perform find-catalog-entry
           if ws-decl-bad then
               exit paragraph
           end-if

           move spaces to ws-report-line
           string
               "  " trim(ws-dataset-name) " ("
               trim(ws-dataset-org) " " trim(ws-dataset-physical)
               ")"
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           if ws-col-layout = spaces or ws-col-id-fields = spaces
               or ws-col-pii-fields = spaces
           then
               move "    ERROR: layout, identifying and personal "
                   & "fields are all required -- skipped"
                   to ws-report-line
               perform emit-report-line
               exit paragraph
           end-if

           perform load-layout
           if ws-decl-bad then
               exit paragraph
           end-if

           perform parse-field-lists
           if ws-decl-bad then
               exit paragraph
           end-if

           if ws-dataset-gdg then
               move spaces to ws-system-command
               string
                   "ls -1 " trim(ws-dataset-physical) ".G* > "
                   trim(ws-list-file-name) " 2>/dev/null"
                   delimited by size
                   into ws-system-command
               end-string
               call "SYSTEM" using ws-system-command end-call

               open input fd-list-file
               set ws-dir-not-eof to true
               perform until ws-dir-eof
                   read fd-list-file
                       at end set ws-dir-eof to true
                       not at end
                           move trim(f-list-line)
                               to ws-data-file-name
                           perform search-layout-file
                   end-read
               end-perform
               close fd-list-file
               call "CBL_DELETE_FILE" using ws-list-file-name
               end-call
           else
               move ws-dataset-physical to ws-data-file-name
               if ws-dataset-keyed then
                   perform search-keyed-file
               else
                   perform search-layout-file
               end-if
           end-if

           exit paragraph.


       find-catalog-entry.

           move spaces to ws-dataset-physical ws-dataset-org

           open input fd-catalog-file

           if ws-catalog-status-ok then
               set ws-list-not-eof to true
               perform until ws-list-eof
                   or ws-dataset-physical not = spaces
                   read fd-catalog-file into ws-catalog-line
                       at end set ws-list-eof to true
                       not at end perform match-catalog-line
                   end-read
               end-perform
           end-if

           close fd-catalog-file

           if ws-dataset-physical = spaces then
               move spaces to ws-report-line
               string
                   "  " trim(ws-dataset-name)
                   ": not in the dataset catalog "
                   trim(ws-catalog-file-name) " -- skipped"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               set ws-decl-bad to true
           end-if

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

           if upper-case(trim(ws-cat-logical)) = ws-dataset-name then
               move trim(ws-cat-physical) to ws-dataset-physical
               move upper-case(trim(ws-cat-org)) to ws-dataset-org
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
               move spaces to ws-report-line
               string
                   "    ERROR: layout not found: "
                   trim(ws-col-layout) ws-layout-suffix
                   " -- skipped"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               set ws-decl-bad to true
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


      *>   Comma lists of field names into layout indexes; KEY in
      *>   the identifying list of a keyed dataset is the record
      *>   key. Personal fields must be TEXT -- blanking a packed or
      *>   binary field would leave it unreadable.
       parse-field-lists.

           move 0 to ws-num-id-fields ws-num-pii-fields
           move spaces to ws-pii-names

           move ws-col-id-fields to ws-field-list-text
           move 1 to ws-field-list-pointer
           perform until ws-field-list-pointer
               > length(trim(ws-field-list-text trailing))
               or ws-decl-bad

               move spaces to ws-field-list-name
               unstring ws-field-list-text
                   delimited by ","
                   into ws-field-list-name
                   with pointer ws-field-list-pointer
               end-unstring
               move upper-case(trim(ws-field-list-name))
                   to ws-field-list-name

               if ws-field-list-name not = spaces then
                   if ws-num-id-fields >= 8 then
                       move "    ERROR: more than 8 identifying "
                           & "fields -- skipped" to ws-report-line
                       perform emit-report-line
                       set ws-decl-bad to true
                   else
                       if ws-field-list-name = "KEY"
                           and ws-dataset-keyed
                       then
                           move 0 to ws-lf-found-idx
                       else
                           perform find-layout-field
                       end-if
                       if ws-decl-good then
                           add 1 to ws-num-id-fields
                           move ws-lf-found-idx
                               to ws-id-field-idx(ws-num-id-fields)
                       end-if
                   end-if
               end-if
           end-perform

           move ws-col-pii-fields to ws-field-list-text
           move 1 to ws-field-list-pointer
           perform until ws-field-list-pointer
               > length(trim(ws-field-list-text trailing))
               or ws-decl-bad

               move spaces to ws-field-list-name
               unstring ws-field-list-text
                   delimited by ","
                   into ws-field-list-name
                   with pointer ws-field-list-pointer
               end-unstring
               move upper-case(trim(ws-field-list-name))
                   to ws-field-list-name

               if ws-field-list-name not = spaces then
                   if ws-num-pii-fields >= 16 then
                       move "    ERROR: more than 16 personal "
                           & "fields -- skipped" to ws-report-line
                       perform emit-report-line
                       set ws-decl-bad to true
                   else
                       perform find-layout-field
                   end-if
                   if ws-decl-good
                       and ws-lf-type(ws-lf-found-idx) not = "TEXT"
                   then
                       move spaces to ws-report-line
                       string
                           "    ERROR: personal field "
                           trim(ws-field-list-name)
                           " is not TEXT -- skipped"
                           delimited by size
                           into ws-report-line
                       end-string
                       perform emit-report-line
                       set ws-decl-bad to true
                   end-if
                   if ws-decl-good then
                       add 1 to ws-num-pii-fields
                       move ws-lf-found-idx
                           to ws-pii-field-idx(ws-num-pii-fields)
                       if ws-pii-names = spaces then
                           move ws-field-list-name to ws-pii-names
                       else
                           string
                               trim(ws-pii-names) ","
                               trim(ws-field-list-name)
                               delimited by size
                               into ws-pii-names
                           end-string
                       end-if
                   end-if
               end-if
           end-perform

           if ws-decl-good
               and (ws-num-id-fields = 0 or ws-num-pii-fields = 0)
           then
               move "    ERROR: no identifying or no personal "
                   & "fields named -- skipped" to ws-report-line
               perform emit-report-line
               set ws-decl-bad to true
           end-if

           exit paragraph.


       find-layout-field.

           move 0 to ws-lf-found-idx

           perform varying ws-lf-idx from 1 by 1
           until ws-lf-idx > ws-num-layout-fields
               if ws-lf-name(ws-lf-idx) = ws-field-list-name then
                   move ws-lf-idx to ws-lf-found-idx
                   exit perform
               end-if
           end-perform

           if ws-lf-found-idx = 0 then
               move spaces to ws-report-line
               string
                   "    ERROR: field not in layout "
                   trim(ws-col-layout) ": "
                   trim(ws-field-list-name) " -- skipped"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               set ws-decl-bad to true
           end-if

           exit paragraph.


      *>   A fixed-position text file: each record of the subject's
      *>   is listed, and on an approved run rewritten with its
      *>   personal fields erased, through a scratch renamed over
      *>   the original once every record has carried over.
       search-layout-file.

           move 0 to ws-file-hit-count ws-file-erase-count
               ws-line-number
           move 4096 to ws-record-limit
           add 1 to ws-total-files

           open input fd-data-file

           if not ws-data-status-ok then
               close fd-data-file
               move spaces to ws-report-line
               string
                   "    " trim(ws-data-file-name)
                   ": not found -- skipped"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               exit paragraph
           end-if

           if ws-approved then
               move spaces to ws-rewrite-file-name
               string
                   trim(ws-data-file-name) ".erase"
                   delimited by size
                   into ws-rewrite-file-name
               end-string
               open output fd-rewrite-file
               if not ws-rewrite-file-ok then
                   close fd-data-file
                   move spaces to ws-report-line
                   string
                       "    ERROR: cannot write "
                       trim(ws-rewrite-file-name) " status "
                       ws-rewrite-file-status
                       " -- file left unchanged"
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
                   exit paragraph
               end-if
           end-if

           set ws-data-not-eof to true
           perform until ws-data-eof
               read fd-data-file into ws-record-text
                   at end set ws-data-eof to true
                   not at end
                       add 1 to ws-line-number
                       perform test-subject-record
                       if ws-record-matches then
                           add 1 to ws-file-hit-count
                           move ws-line-number to ws-line-disp
                           move spaces to ws-report-line
                           string
                               "    " trim(ws-data-file-name)
                               " record " trim(ws-line-disp)
                               ": " trim(ws-pii-names)
                               delimited by size
                               into ws-report-line
                           end-string
                           perform emit-report-line
                           if ws-approved then
                               perform erase-personal-fields
                               add 1 to ws-file-erase-count
                           end-if
                       end-if
                       if ws-approved then
                           write f-rewrite-line from ws-record-text
                       end-if
               end-read
           end-perform

           close fd-data-file

           if ws-approved then
               close fd-rewrite-file
               if ws-file-erase-count > 0 then
                   call "CBL_DELETE_FILE" using ws-data-file-name
                   end-call
                   call "CBL_RENAME_FILE" using
                       ws-rewrite-file-name
                       ws-data-file-name
                   end-call
               else
                   call "CBL_DELETE_FILE" using ws-rewrite-file-name
                   end-call
               end-if
           end-if

           move ws-data-file-name to ws-log-file
           perform finish-file-search

           exit paragraph.


       test-subject-record.

           set ws-record-passed-over to true

           perform varying ws-field-list-idx from 1 by 1
           until ws-field-list-idx > ws-num-id-fields
               or ws-record-matches

               move ws-id-field-idx(ws-field-list-idx) to ws-lf-idx
               move spaces to ws-field-text
               if ws-lf-idx = 0 then
                   move ws-keyed-key to ws-field-text
               else
                   if ws-lf-start(ws-lf-idx) + ws-lf-len(ws-lf-idx)
                       - 1 <= ws-record-limit
                   then
                       move ws-record-text(ws-lf-start(ws-lf-idx):
                           ws-lf-len(ws-lf-idx)) to ws-field-text
                   end-if
               end-if

               if trim(ws-field-text) = trim(ws-subject-key) then
                   set ws-record-matches to true
               end-if
           end-perform

           exit paragraph.


       erase-personal-fields.

           perform varying ws-field-list-idx from 1 by 1
           until ws-field-list-idx > ws-num-pii-fields

               move ws-pii-field-idx(ws-field-list-idx) to ws-lf-idx
               if ws-lf-start(ws-lf-idx) + ws-lf-len(ws-lf-idx) - 1
                   <= ws-record-limit
               then
                   move ws-fill-text(1:ws-lf-len(ws-lf-idx))
                       to ws-record-text(ws-lf-start(ws-lf-idx):
                           ws-lf-len(ws-lf-idx))
               end-if
           end-perform

           exit paragraph.


      *>   A keyed master: walked in key order through the keyed file
      *>   handler, its matches noted and, when approved, read back
      *>   and rewritten one at a time after the walk. The audit
      *>   journal is not on for these writes.
       search-keyed-file.

           move 0 to ws-file-hit-count ws-file-erase-count
               ws-num-keyed-hits
           move 960 to ws-record-limit
           add 1 to ws-total-files

           call "open-keyed-file" using
               ws-data-file-name
               ws-file-number
               ws-open-rc
           on exception
               move "    ERROR: keyed file support is not available "
                   & "in this build -- skipped" to ws-report-line
               perform emit-report-line
               exit paragraph
           end-call

           if ws-open-rc = 0 then
               move spaces to ws-report-line
               string
                   "    " trim(ws-data-file-name)
                   ": could not be opened -- skipped"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
               exit paragraph
           end-if

           call "start-keyed-file" using
               ws-file-number
               ws-start-key
               ws-start-alt-number
               ws-io-rc
           end-call

           move 0 to ws-eof-result
           perform until ws-eof-result = 1
               call "read-keyed-next" using
                   ws-file-number
                   ws-walk-direction
                   ws-keyed-key
                   ws-keyed-data
                   ws-io-rc
               end-call
               call "eof-keyed-file" using
                   ws-file-number ws-eof-result
               end-call
               if ws-eof-result = 0 then
                   move ws-keyed-data to ws-record-text
                   perform test-subject-record
                   if ws-record-matches then
                       perform note-keyed-hit
                   end-if
               end-if
           end-perform

           if ws-approved then
               perform varying ws-keyed-hit-idx from 1 by 1
               until ws-keyed-hit-idx > ws-num-keyed-hits
                   perform erase-keyed-record
               end-perform
           end-if

           call "close-keyed-file" using ws-file-number ws-close-rc
           end-call

           move ws-data-file-name to ws-log-file
           perform finish-file-search

           exit paragraph.


       note-keyed-hit.

           add 1 to ws-file-hit-count

           move spaces to ws-report-line
           string
               "    " trim(ws-data-file-name)
               " key " trim(ws-keyed-key)
               ": " trim(ws-pii-names)
               delimited by size
               into ws-report-line
           end-string
           perform emit-report-line

           if ws-num-keyed-hits >= ws-max-keyed-hits then
               move spaces to ws-report-line
               string
                   "    WARNING: more than " ws-max-keyed-hits
                   " records; the rest are listed but need "
                   "another run to erase"
                   delimited by size
                   into ws-report-line
               end-string
               if ws-num-keyed-hits = ws-max-keyed-hits then
                   perform emit-report-line
                   add 1 to ws-num-keyed-hits
               end-if
               exit paragraph
           end-if

           add 1 to ws-num-keyed-hits
           move ws-keyed-key to ws-keyed-hit-key(ws-num-keyed-hits)

           exit paragraph.


       erase-keyed-record.

           if ws-keyed-hit-idx > ws-max-keyed-hits then
               exit paragraph
           end-if

           move ws-keyed-hit-key(ws-keyed-hit-idx) to ws-keyed-key

           call "read-keyed-record" using
               ws-file-number
               ws-keyed-key
               ws-keyed-data
               ws-io-rc
           end-call

           if ws-io-rc = 0 then
               exit paragraph
           end-if

           move ws-keyed-data to ws-record-text
           perform erase-personal-fields
           move ws-record-text(1:960) to ws-keyed-data

           call "write-keyed-record" using
               ws-file-number
               ws-keyed-key
               ws-keyed-data
               ws-io-rc
           end-call

           if ws-io-rc = 1 then
               add 1 to ws-file-erase-count
           else
               move spaces to ws-report-line
               string
                   "    ERROR: rewrite failed for key "
                   trim(ws-keyed-key)
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line
           end-if

           exit paragraph.


      *>   The state store: an entry mentioning the subject in its
      *>   key or value keeps its key and loses its value. The
      *>   rewrite goes through the store's own .lck sentinel and
      *>   scratch-and-rename, as SETSTATE does.
       search-state-store.

           move 0 to ws-file-hit-count ws-file-erase-count
               ws-line-number
           add 1 to ws-total-files
           move ws-state-file-name to ws-data-file-name

           if ws-approved then
               move spaces to ws-state-lock-name
               string
                   trim(ws-state-file-name) ".lck"
                   delimited by size
                   into ws-state-lock-name
               end-string
               call "CBL_CHECK_FILE_EXIST" using
                   ws-state-lock-name ws-state-lock-info
               end-call
               if return-code = 0 then
                   move spaces to ws-report-line
                   string
                       "    ERROR: state store is locked ("
                       trim(ws-state-lock-name)
                       ") -- skipped; rerun once it is free"
                       delimited by size
                       into ws-report-line
                   end-string
                   perform emit-report-line
                   exit paragraph
               end-if
               call "CBL_CREATE_FILE" using
                   ws-state-lock-name
                   ws-state-lock-access
                   ws-state-lock-deny
                   ws-state-lock-device
                   ws-state-lock-handle
               end-call
               call "CBL_CLOSE_FILE" using ws-state-lock-handle
               end-call
           end-if

           open input fd-data-file

           if not ws-data-status-ok then
               close fd-data-file
               move "    state store not found -- nothing to search"
                   to ws-report-line
               perform emit-report-line
               perform release-state-lock
               exit paragraph
           end-if

           if ws-approved then
               move spaces to ws-rewrite-file-name
               string
                   trim(ws-state-file-name) ".new"
                   delimited by size
                   into ws-rewrite-file-name
               end-string
               open output fd-rewrite-file
           end-if

           set ws-data-not-eof to true
           perform until ws-data-eof
               read fd-data-file into ws-record-text
                   at end set ws-data-eof to true
                   not at end perform search-one-state-entry
               end-read
           end-perform

           close fd-data-file

           if ws-approved then
               close fd-rewrite-file
               if ws-file-erase-count > 0 then
                   call "CBL_DELETE_FILE" using ws-state-file-name
                   end-call
                   call "CBL_RENAME_FILE" using
                       ws-rewrite-file-name
                       ws-state-file-name
                   end-call
               else
                   call "CBL_DELETE_FILE" using ws-rewrite-file-name
                   end-call
               end-if
           end-if

           perform release-state-lock

           move ws-state-file-name to ws-log-file
           perform finish-file-search

           exit paragraph.


       search-one-state-entry.

           move 0 to ws-tally
           inspect ws-record-text tallying ws-tally
               for all ws-subject-key(1:ws-subject-len)

           if ws-tally > 0 then
               move spaces to ws-state-key ws-state-value
               unstring ws-record-text
                   delimited by "|"
                   into ws-state-key ws-state-value
               end-unstring

               add 1 to ws-file-hit-count
               move spaces to ws-report-line
               string
                   "    state key " trim(ws-state-key)
                   ": value"
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line

               if ws-approved then
                   compute ws-state-value-len =
                       length(trim(ws-state-value trailing))
                   end-compute
                   move spaces to ws-record-text
                   if ws-action-mask and ws-state-value-len > 0 then
                       move all "*"
                           to ws-state-value(1:ws-state-value-len)
                       string
                           trim(ws-state-key) "|"
                           ws-state-value(1:ws-state-value-len)
                           delimited by size
                           into ws-record-text
                       end-string
                   else
                       string
                           trim(ws-state-key) "|"
                           delimited by size
                           into ws-record-text
                       end-string
                   end-if
                   add 1 to ws-file-erase-count
               end-if
           end-if

           if ws-approved then
               write f-rewrite-line from ws-record-text
           end-if

           exit paragraph.


       release-state-lock.

           if ws-approved then
               call "CBL_DELETE_FILE" using ws-state-lock-name
               end-call
           end-if

           exit paragraph.


      *>   Spool files are print images with no layout: a line that
      *>   mentions the subject has the subject and every letter on
      *>   it erased, keeping digits, punctuation and spacing.
       search-spool-directory.

           move spaces to ws-system-command
           string
               "ls -1 " trim(ws-spool-dir) " > "
               trim(ws-list-file-name) " 2>/dev/null"
               delimited by size
               into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command end-call

           open input fd-list-file
           set ws-dir-not-eof to true
           perform until ws-dir-eof
               read fd-list-file
                   at end set ws-dir-eof to true
                   not at end
                       move spaces to ws-data-file-name
                       string
                           trim(ws-spool-dir) "/" trim(f-list-line)
                           delimited by size
                           into ws-data-file-name
                       end-string
                       perform search-spool-file
               end-read
           end-perform
           close fd-list-file

           call "CBL_DELETE_FILE" using ws-list-file-name end-call

           exit paragraph.


       search-spool-file.

           move 0 to ws-file-hit-count ws-file-erase-count
               ws-line-number

           open input fd-data-file

           if not ws-data-status-ok then
               close fd-data-file
               exit paragraph
           end-if

           add 1 to ws-total-files

           if ws-approved then
               move spaces to ws-rewrite-file-name
               string
                   trim(ws-data-file-name) ".erase"
                   delimited by size
                   into ws-rewrite-file-name
               end-string
               open output fd-rewrite-file
           end-if

           set ws-data-not-eof to true
           perform until ws-data-eof
               read fd-data-file into ws-record-text
                   at end set ws-data-eof to true
                   not at end perform search-one-spool-line
               end-read
           end-perform

           close fd-data-file

           if ws-approved then
               close fd-rewrite-file
               if ws-file-erase-count > 0 then
                   call "CBL_DELETE_FILE" using ws-data-file-name
                   end-call
                   call "CBL_RENAME_FILE" using
                       ws-rewrite-file-name
                       ws-data-file-name
                   end-call
               else
                   call "CBL_DELETE_FILE" using ws-rewrite-file-name
                   end-call
               end-if
           end-if

           move ws-data-file-name to ws-log-file
           perform finish-file-search

           exit paragraph.


       search-one-spool-line.

           add 1 to ws-line-number

           move 0 to ws-tally
           inspect ws-record-text tallying ws-tally
               for all ws-subject-key(1:ws-subject-len)

           if ws-tally > 0 then
               add 1 to ws-file-hit-count
               move ws-line-number to ws-line-disp
               move spaces to ws-report-line
               string
                   "    " trim(ws-data-file-name)
                   " line " trim(ws-line-disp)
                   delimited by size
                   into ws-report-line
               end-string
               perform emit-report-line

               if ws-approved then
                   inspect ws-record-text
                       replacing all ws-subject-key(1:ws-subject-len)
                       by ws-fill-text(1:ws-subject-len)
                   inspect ws-record-text
                       converting ws-letters to ws-letter-fill
                   add 1 to ws-file-erase-count
               end-if
           end-if

           if ws-approved then
               write f-rewrite-line from ws-record-text
           end-if

           exit paragraph.


      *>   Per-file summary line and erasure log entry. Files with no
      *>   occurrence are logged too: "searched and clean" is part of
      *>   the record.
       finish-file-search.

           add ws-file-hit-count to ws-total-hits
           add ws-file-erase-count to ws-total-erased

           move ws-file-hit-count to ws-file-count-disp
           move spaces to ws-report-line
           if ws-approved then
               move ws-file-erase-count to ws-file-count-disp
               string
                   "    " trim(ws-file-count-disp)
                   " record(s) erased in " trim(ws-log-file)
                   delimited by size
                   into ws-report-line
               end-string
               move "ERASED" to ws-log-kind
               move ws-file-erase-count to ws-log-count
           else
               string
                   "    " trim(ws-file-count-disp)
                   " record(s) found in " trim(ws-log-file)
                   delimited by size
                   into ws-report-line
               end-string
               move "FOUND" to ws-log-kind
               move ws-file-hit-count to ws-log-count
           end-if
           perform emit-report-line

           move ws-dataset-name to ws-log-dataset
           perform write-erasure-entry

           exit paragraph.


      *>   ERA|seq|stamp|operator|subject digest|kind|dataset|file|
      *>   count|previous hash, followed by |hash of all that.
       write-erasure-entry.

           if ws-log-prev-hash = spaces then
               perform find-chain-tail
           end-if

           add 1 to ws-log-seq
           move function current-date to ws-date-record

           move spaces to ws-log-body
           string
               "ERA|" ws-log-seq
               "|" ws-date-record(1:14)
               "|" trim(ws-operator-id)
               "|" ws-subject-digest
               "|" trim(ws-log-kind)
               "|" trim(ws-log-dataset)
               "|" trim(ws-log-file)
               "|" ws-log-count
               "|" ws-log-prev-hash
               delimited by size
               into ws-log-body
           end-string

           move ws-log-body to ws-digest-text
           perform take-digest
           move ws-digest-result to ws-log-hash

           open extend fd-erase-log
           if not ws-erase-log-ok then
               call "logger-leveled" using concatenate(
                   "ERASURE :: ERROR : cannot open erasure log "
                   trim(ws-erase-log-name) " status "
                   ws-erase-log-status)
                   "ERROR"
               end-call
               exit paragraph
           end-if

           move spaces to f-erase-log-line
           string
               trim(ws-log-body) "|" ws-log-hash
               delimited by size
               into f-erase-log-line
           end-string
           write f-erase-log-line
           close fd-erase-log

           move ws-log-hash to ws-log-prev-hash

           exit paragraph.


      *>   The chain continues from the last entry already written.
       find-chain-tail.

           move ws-genesis-hash to ws-log-prev-hash
           move 0 to ws-log-seq

           open input fd-erase-log

           if ws-erase-log-read-ok then
               set ws-list-not-eof to true
               perform until ws-list-eof
                   read fd-erase-log into ws-log-line
                       at end set ws-list-eof to true
                       not at end
                           compute ws-log-line-len =
                               length(trim(ws-log-line trailing))
                           end-compute
                           if ws-log-line(1:4) = "ERA|"
                               and ws-log-line-len > 80
                           then
                               move ws-log-line(
                                   ws-log-line-len - 63:64)
                                   to ws-log-prev-hash
                               if ws-log-line(5:8) is numeric then
                                   move ws-log-line(5:8)
                                       to ws-log-seq
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           close fd-erase-log

           exit paragraph.


       verify-one-entry.

           add 1 to ws-log-entries

           compute ws-log-line-len =
               length(trim(ws-log-line trailing))
           end-compute

           if ws-log-line(1:4) not = "ERA|" or ws-log-line-len < 140
           then
               move "not an erasure log entry" to ws-log-break-reason
               set ws-log-broken to true
               exit paragraph
           end-if

           move ws-log-line(ws-log-line-len - 63:64)
               to ws-log-stored-hash
           move ws-log-line(ws-log-line-len - 128:64)
               to ws-log-stored-prev

           if ws-log-line(5:8) not numeric then
               move "sequence number unreadable"
                   to ws-log-break-reason
               set ws-log-broken to true
               exit paragraph
           end-if
           move ws-log-line(5:8) to ws-log-stored-seq
           add 1 to ws-log-seq
           if ws-log-stored-seq not = ws-log-seq then
               move "sequence gap -- an entry is missing or inserted"
                   to ws-log-break-reason
               set ws-log-broken to true
               exit paragraph
           end-if

           if ws-log-stored-prev not = ws-log-prev-hash then
               move "previous-hash link does not match"
                   to ws-log-break-reason
               set ws-log-broken to true
               exit paragraph
           end-if

           move spaces to ws-digest-text
           move ws-log-line(1:ws-log-line-len - 65) to ws-digest-text
           perform take-digest

           if ws-digest-result not = ws-log-stored-hash then
               move "entry altered -- its hash does not match"
                   to ws-log-break-reason
               set ws-log-broken to true
               exit paragraph
           end-if

           move ws-log-stored-hash to ws-log-prev-hash

           exit paragraph.


      *>   SHA-256 of one line of text (as written, with its line
      *>   end), through the system sha256sum.
       take-digest.

           move spaces to ws-digest-result

           open output fd-digest-in
           move trim(ws-digest-text trailing) to f-digest-in-line
           write f-digest-in-line
           close fd-digest-in

           move spaces to ws-system-command
           string
               "sha256sum " trim(ws-digest-in-name) " > "
               trim(ws-digest-out-name) " 2>/dev/null"
               delimited by size
               into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command end-call

           open input fd-digest-out
           if ws-digest-out-ok then
               read fd-digest-out
                   not at end
                       move f-digest-out-line(1:64)
                           to ws-digest-result
               end-read
           end-if
           close fd-digest-out

           exit paragraph.

       end program erasure.
