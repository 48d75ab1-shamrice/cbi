      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Script promotion from the test library into the
      *          production library, with a record of who changed
      *          what and a way back. Reached from the cbi command
      *          line:
      *            cbi --promote <script> <ticket>
      *            cbi --rollback <script>
      *          --promote copies the script, every INCLUDE member it
      *          names and every MAP layout (<layout>.lay) the script
      *          or its members load from the test library
      *          (test-library= in cbi.cfg via CBI_TEST_LIBRARY, the
      *          current directory when unset) into the production
      *          library (prod-library= via CBI_PROD_LIBRARY, else
      *          the first CBI_PATH directory). The version each copy
      *          replaces is kept in the library's prior directory as
      *          <member>.<promotion id>. --rollback puts back the
      *          members of the script's latest promotion not already
      *          rolled back: each prior version is restored, and a
      *          member that promotion introduced is withdrawn. A
      *          member a later promotion has replaced since is left
      *          as it is, with a warning. Every member promoted or
      *          rolled back is appended to the promotion register
      *          (promotion-file= via CBI_PROMOTION_FILE,
      *          cbi_promotion.dat in the production library when
      *          unset), one line each:
      *            PRM|promotion id|stamp|event|script|kind|member|
      *                fingerprint|prior copy|ticket|promoter
      *          with event PROMOTE or ROLLBACK, kind SCRIPT, INCLUDE
      *          or LAYOUT, the SHA-256 fingerprint of the member as
      *          it now stands in production (- once withdrawn), and
      *          the promoter from CBI_OPERATOR, else the login name.
      *          Under the production profile (--env prod) the
      *          loader asks promotion-verify about every script and
      *          INCLUDE member it opens, and one whose fingerprint is
      *          not the one it was last promoted with -- edited in
      *          place, or never promoted -- refuses to load.
      *          Register state is kept in working-storage so the
      *          register is read once per run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. script-promotion.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-promotion-register
               assign to dynamic ws-register-name
               organization is line sequential
               file status is ws-register-status.

               select optional fd-member-file
               assign to dynamic ws-member-file-name
               organization is line sequential
               file status is ws-member-file-status.

               select optional fd-fingerprint-file
               assign to dynamic ws-fingerprint-file-name
               organization is line sequential
               file status is ws-fingerprint-file-status.

       data division.

       file section.

       fd  fd-promotion-register.
       01  f-register-line               pic x(1024).

       fd  fd-member-file.
       01  f-member-line                 pic x(1024).

       fd  fd-fingerprint-file.
       01  f-fingerprint-line            pic x(256).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-members                value 50.
       78  ws-max-register-members       value 500.
       78  ws-record-tag                 value "PRM".
       78  ws-layout-suffix              value ".lay".
       78  ws-prior-dir-name             value "prior".
       78  ws-no-value                   value "-".

       01  ws-register-name              pic x(1024) value spaces.
       01  ws-register-status            pic xx.
           88  ws-register-ok            value "00" "05".
           88  ws-register-read-ok       value "00".

       01  ws-member-file-name           pic x(1024) value spaces.
       01  ws-member-file-status         pic xx.
           88  ws-member-file-ok         value "00".

       01  ws-fingerprint-file-name      pic x(64) value spaces.
       01  ws-fingerprint-file-status    pic xx.
           88  ws-fingerprint-file-ok    value "00".

       01  ws-test-library               pic x(1024) value spaces.
       01  ws-prod-library               pic x(1024) value spaces.
       01  ws-prior-dir                  pic x(1024) value spaces.
       01  ws-library-path               pic x(1024) value spaces.
       01  ws-env-profile                pic x(32) value spaces.
       01  ws-promoter-id                pic x(16) value spaces.
       01  ws-file-info                  pic x(16).

       01  ws-my-pid                     pic 9(9) comp value 0.
       01  ws-pid-disp                   pic z(8)9.

       01  ws-settings-resolved-sw       pic a value 'N'.
           88  ws-settings-resolved      value 'Y'.
           88  ws-settings-not-resolved  value 'N'.

       01  ws-promotion-ok-sw            pic a value 'Y'.
           88  ws-promotion-ok           value 'Y'.
           88  ws-promotion-failed       value 'N'.

       01  ws-now-record.
           05  ws-now-stamp              pic x(14).
           05  filler                    pic x(7).
       01  ws-promotion-id               pic x(16) value spaces.

       01  ws-script-base-name           pic x(256) value spaces.
       01  ws-ticket-id                  pic x(32) value spaces.

      *>   The members one promotion carries.
       01  ws-member-table.
           05  ws-num-members            pic 9(4) comp value 0.
           05  ws-member                 occurs 50 times.
               10  ws-mb-kind            pic x(8).
               10  ws-mb-name            pic x(256).
               10  ws-mb-source          pic x(1024).

       01  ws-mb-idx                     pic 9(4) comp.
       01  ws-mb-found-sw                pic a value 'N'.
           88  ws-mb-found               value 'Y'.
           88  ws-mb-not-found           value 'N'.
       01  ws-scan-idx                   pic 9(4) comp.
       01  ws-scan-limit                 pic 9(4) comp.

      *>   Each member's latest register line: the promotion that
      *>   put it where it stands and the fingerprint it stands with.
       01  ws-register-loaded-sw         pic a value 'N'.
           88  ws-register-loaded        value 'Y'.
           88  ws-register-not-loaded    value 'N'.
       01  ws-register-table.
           05  ws-num-register-members   pic 9(4) comp value 0.
           05  ws-register-member        occurs 500 times.
               10  ws-rm-name            pic x(256).
               10  ws-rm-id              pic x(16).
               10  ws-rm-event           pic x(8).
               10  ws-rm-fingerprint     pic x(64).
               10  ws-rm-ticket          pic x(32).
       01  ws-rm-idx                     pic 9(4) comp.
       01  ws-rm-found-idx               pic 9(4) comp value 0.

      *>   A register line taken apart.
       01  ws-register-fields.
           05  ws-rf-tag                 pic x(4).
           05  ws-rf-id                  pic x(16).
           05  ws-rf-stamp               pic x(14).
           05  ws-rf-event               pic x(8).
           05  ws-rf-script              pic x(256).
           05  ws-rf-kind                pic x(8).
           05  ws-rf-member              pic x(256).
           05  ws-rf-fingerprint         pic x(64).
           05  ws-rf-prior               pic x(1024).
           05  ws-rf-ticket              pic x(32).
           05  ws-rf-promoter            pic x(16).

      *>   The register line being appended.
       01  ws-entry-record.
           05  ws-en-id                  pic x(16).
           05  ws-en-event               pic x(8).
           05  ws-en-kind                pic x(8).
           05  ws-en-member              pic x(256).
           05  ws-en-fingerprint         pic x(64).
           05  ws-en-prior               pic x(1024).
           05  ws-en-ticket              pic x(32).

      *>   Promotions of the script being rolled back.
       01  ws-rollback-id                pic x(16) value spaces.
       01  ws-rolled-back-table.
           05  ws-num-rolled-back        pic 9(4) comp value 0.
           05  ws-rolled-back-id         pic x(16) occurs 500 times.
       01  ws-rb-idx                     pic 9(4) comp.
       01  ws-rb-found-sw                pic a value 'N'.
           88  ws-rb-found               value 'Y'.
           88  ws-rb-not-found           value 'N'.

       01  ws-fingerprint-path           pic x(1024).
       01  ws-fingerprint                pic x(64).
       01  ws-source-fingerprint         pic x(64).
       01  ws-dest-path                  pic x(1024).
       01  ws-prior-path                 pic x(1024).
       01  ws-copy-from                  pic x(1024).
       01  ws-copy-to                    pic x(1024).
       01  ws-shell-command              pic x(4096).

       01  ws-reference-name             pic x(256).
       01  ws-name-part                  pic x(256).
       01  ws-path-part                  pic x(1024).
       01  ws-quote-lead                 pic x(1024).
       01  ws-slash-idx                  pic 9(4) comp.
       01  ws-slash-count                pic 9(4) comp.
       01  ws-bar-count                  pic 9(4) comp.

       01  ws-member-count-disp          pic z(3)9.
       01  ws-syslog-kind                pic x(16).
       01  ws-syslog-text                pic x(512).

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-register-line              pic x(1024).
       01  ls-member-line                pic x(1024).

       linkage section.

       01  l-script-name                 pic x(1024).
       01  l-ticket-id                   pic x(32).
       01  l-file-name                   pic x(1024).
       01  l-member-kind                 pic x(16).
       01  l-return-code                 pic 9.

       procedure division using l-script-name l-ticket-id.

       main-procedure.

           perform resolve-promotion-settings
           set ws-promotion-ok to true

           move trim(l-ticket-id) to ws-ticket-id
           move 0 to ws-bar-count
           inspect ws-ticket-id tallying ws-bar-count for all "|"

           if l-script-name = spaces or ws-ticket-id = spaces
               or ws-bar-count > 0
           then
               display
                   "Usage: cbi --promote <script> <ticket>"
               end-display
               move 1 to return-code
               goback
           end-if

           if ws-prod-library = spaces then
               display
                   "ERROR: No production library: set prod-library= "
                   "or CBI_PATH."
               end-display
               move 1 to return-code
               goback
           end-if

           if trim(ws-test-library) = trim(ws-prod-library) then
               display
                   "ERROR: The test and production libraries are "
                   "the same directory: " trim(ws-prod-library)
               end-display
               move 1 to return-code
               goback
           end-if

      *>   The script, then what it pulls in.
           move 0 to ws-num-members
           move l-script-name to ws-reference-name
           perform split-reference-name
           move ws-name-part to ws-script-base-name

           move "SCRIPT" to ws-mb-kind(1)
           move ws-name-part to ws-mb-name(1)
           move ws-path-part to ws-mb-source(1)
           move 1 to ws-num-members

           call "CBL_CHECK_FILE_EXIST" using
               ws-mb-source(1) ws-file-info
           end-call
           if return-code not = 0 then
               display
                   "ERROR: " trim(ws-mb-source(1))
                   " is not in the test library."
               end-display
               move 1 to return-code
               goback
           end-if

           move ws-mb-source(1) to ws-member-file-name
           perform collect-member-references

      *>   INCLUDE members may MAP layouts of their own (they cannot
      *>   INCLUDE further).
           move ws-num-members to ws-scan-limit
           perform varying ws-scan-idx from 2 by 1
           until ws-scan-idx > ws-scan-limit
               if ws-mb-kind(ws-scan-idx) = "INCLUDE" then
                   move ws-mb-source(ws-scan-idx)
                       to ws-member-file-name
                   perform collect-member-references
               end-if
           end-perform

           if ws-promotion-failed then
               move 1 to return-code
               goback
           end-if

           perform take-now
           move ws-now-record(1:16) to ws-promotion-id

           call "CBL_CREATE_DIR" using ws-prior-dir
           end-call

           perform varying ws-mb-idx from 1 by 1
           until ws-mb-idx > ws-num-members
               perform promote-one-member
               if ws-promotion-failed then
                   exit perform
               end-if
           end-perform

           if ws-promotion-failed then
               display
                   "ERROR: Promotion " trim(ws-promotion-id)
                   " of " trim(ws-script-base-name)
                   " stopped part way; cbi --rollback "
                   trim(ws-script-base-name)
                   " puts back what it copied."
               end-display
               move 1 to return-code
               goback
           end-if

           move ws-num-members to ws-member-count-disp
           display
               "Promoted " trim(ws-script-base-name) " to "
               trim(ws-prod-library) " under ticket "
               trim(ws-ticket-id) " as promotion "
               trim(ws-promotion-id) ": "
               trim(ws-member-count-disp) " member(s)."
           end-display

           move "PROMOTE" to ws-syslog-kind
           move spaces to ws-syslog-text
           string
               "Promotion " trim(ws-promotion-id) " of "
               trim(ws-script-base-name) " ticket "
               trim(ws-ticket-id) " by " trim(ws-promoter-id)
               ", " trim(ws-member-count-disp) " member(s)"
               delimited by size
               into ws-syslog-text
           end-string
           call "syslog-event" using
               ws-syslog-text ws-syslog-kind
           end-call

           move 0 to return-code

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point behind cbi --rollback <script>: undoes
      *          the script's latest promotion that has not already
      *          been rolled back. Run again, it steps back through
      *          the earlier ones in turn.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "promotion-rollback" using l-script-name.

           perform resolve-promotion-settings
           set ws-promotion-ok to true

           if l-script-name = spaces then
               display "Usage: cbi --rollback <script>"
               move 1 to return-code
               goback
           end-if

           move l-script-name to ws-reference-name
           perform split-reference-name
           move ws-name-part to ws-script-base-name

           perform find-rollback-promotion

           if ws-rollback-id = spaces then
               display
                   "ERROR: No promotion of "
                   trim(ws-script-base-name)
                   " is left to roll back."
               end-display
               move 1 to return-code
               goback
           end-if

           perform load-register-members
           perform take-now

           move 0 to ws-num-members
           set ls-not-eof to true
           open input fd-promotion-register
           if ws-register-read-ok then
               perform until ls-eof
                   read fd-promotion-register into ls-register-line
                       at end set ls-eof to true
                       not at end perform collect-rollback-member
                   end-read
               end-perform
           end-if
           close fd-promotion-register

           move 0 to ws-scan-limit
           perform varying ws-mb-idx from 1 by 1
           until ws-mb-idx > ws-num-members
               perform roll-back-one-member
           end-perform
           move ws-scan-limit to ws-num-members

           move ws-num-members to ws-member-count-disp
           display
               "Rolled back promotion " trim(ws-rollback-id)
               " of " trim(ws-script-base-name) ": "
               trim(ws-member-count-disp) " member(s) restored or "
               "withdrawn."
           end-display

           move "ROLLBACK" to ws-syslog-kind
           move spaces to ws-syslog-text
           string
               "Rollback of promotion " trim(ws-rollback-id) " of "
               trim(ws-script-base-name) " by " trim(ws-promoter-id)
               ", " trim(ws-member-count-disp) " member(s)"
               delimited by size
               into ws-syslog-text
           end-string
           call "syslog-event" using
               ws-syslog-text ws-syslog-kind
           end-call

           if ws-promotion-ok then
               move 0 to return-code
           else
               move 1 to return-code
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the loader calls for each script and
      *          INCLUDE member it opens. Outside the production
      *          profile it always passes (return code 0). Under it,
      *          the file must carry the fingerprint its member name
      *          was last promoted or rolled back with; otherwise
      *          the refusal is shown, surfaced and logged, and the
      *          return code is 1.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "promotion-verify" using
           l-file-name l-member-kind l-return-code.

           move 0 to l-return-code

           move spaces to ws-env-profile
           accept ws-env-profile from environment "CBI_ENV"
           end-accept
           if lower-case(trim(ws-env-profile)) not = "prod" then
               goback
           end-if

           perform resolve-promotion-settings
           perform load-register-members

           move l-file-name to ws-reference-name
           perform split-reference-name
           perform find-register-member

           move l-file-name to ws-fingerprint-path
           perform take-fingerprint

           if ws-rm-found-idx > 0 then
               if ws-rm-fingerprint(ws-rm-found-idx) not = ws-no-value
                   and ws-rm-fingerprint(ws-rm-found-idx)
                       = ws-fingerprint
               then
                   goback
               end-if
           end-if

           move 1 to l-return-code

           if ws-rm-found-idx = 0
               or ws-rm-fingerprint(ws-rm-found-idx) = ws-no-value
           then
               display
                   "ERROR: " trim(l-member-kind) " "
                   trim(l-file-name) " has not been promoted to "
                   "production (cbi --promote)."
               end-display
               move spaces to ws-syslog-text
               string
                   "Unpromoted " trim(l-member-kind) " refused: "
                   trim(l-file-name)
                   delimited by size
                   into ws-syslog-text
               end-string
           else
               display
                   "ERROR: " trim(l-member-kind) " "
                   trim(l-file-name) " does not match the "
                   "fingerprint of promotion "
                   trim(ws-rm-id(ws-rm-found-idx)) " (ticket "
                   trim(ws-rm-ticket(ws-rm-found-idx)) "); "
                   "production changes only through cbi --promote."
               end-display
               move spaces to ws-syslog-text
               string
                   "Altered " trim(l-member-kind) " refused: "
                   trim(l-file-name) " differs from promotion "
                   trim(ws-rm-id(ws-rm-found-idx))
                   delimited by size
                   into ws-syslog-text
               end-string
           end-if

           call "error-surface" using ws-syslog-text
           end-call
           call "logger-leveled" using concatenate(
               "PROMOTION :: ERROR : " trim(ws-syslog-text)
               " fingerprint " trim(ws-fingerprint))
               "ERROR"
           end-call

           move "PROMOTION" to ws-syslog-kind
           call "syslog-event" using
               ws-syslog-text ws-syslog-kind
           end-call

           goback.


       resolve-promotion-settings.

           if ws-settings-resolved then
               exit paragraph
           end-if
           set ws-settings-resolved to true

           accept ws-test-library from environment "CBI_TEST_LIBRARY"
           end-accept
           if ws-test-library = spaces then
               move "." to ws-test-library
           end-if

           accept ws-prod-library from environment "CBI_PROD_LIBRARY"
           end-accept
           if ws-prod-library = spaces then
               accept ws-library-path from environment "CBI_PATH"
               end-accept
               unstring ws-library-path
                   delimited by ":"
                   into ws-prod-library
               end-unstring
           end-if

           if ws-prod-library not = spaces then
               move spaces to ws-prior-dir
               string
                   trim(ws-prod-library) "/" ws-prior-dir-name
                   delimited by size
                   into ws-prior-dir
               end-string
           end-if

           accept ws-register-name from environment
               "CBI_PROMOTION_FILE"
           end-accept
           if ws-register-name = spaces then
               if ws-prod-library not = spaces then
                   string
                       trim(ws-prod-library) "/cbi_promotion.dat"
                       delimited by size
                       into ws-register-name
                   end-string
               else
                   move "cbi_promotion.dat" to ws-register-name
               end-if
           end-if

           accept ws-promoter-id from environment "CBI_OPERATOR"
           end-accept
           if ws-promoter-id = spaces then
               accept ws-promoter-id from environment "USER"
               end-accept
           end-if
           if ws-promoter-id = spaces then
               move "(unset)" to ws-promoter-id
           end-if

           call "C$GETPID" end-call
           move return-code to ws-my-pid
           move ws-my-pid to ws-pid-disp

           move spaces to ws-fingerprint-file-name
           string
               "cbi_promote_" trim(ws-pid-disp) ".tmp"
               delimited by size
               into ws-fingerprint-file-name
           end-string

           exit paragraph.


      *>   ws-reference-name as a member name (after the last /) and
      *>   the test library path it is promoted from (a name that
      *>   already carries a directory is taken as it stands).
       split-reference-name.

           move 0 to ws-slash-idx
           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx > length(trim(ws-reference-name))
               if ws-reference-name(ws-scan-idx:1) = "/" then
                   move ws-scan-idx to ws-slash-idx
               end-if
           end-perform

           move spaces to ws-name-part
           move spaces to ws-path-part
           if ws-slash-idx > 0 then
               move ws-reference-name(ws-slash-idx + 1:)
                   to ws-name-part
               move ws-reference-name to ws-path-part
           else
               move ws-reference-name to ws-name-part
               string
                   trim(ws-test-library) "/" trim(ws-reference-name)
                   delimited by size
                   into ws-path-part
               end-string
           end-if

           exit paragraph.


      *>   INCLUDE and MAP references in one member, recognized the
      *>   way the loader and library scan recognize them.
       collect-member-references.

           open input fd-member-file

           if ws-member-file-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-member-file into ls-member-line
                       at end set ls-eof to true
                       not at end perform check-member-line
                   end-read
               end-perform
           end-if

           close fd-member-file

           exit paragraph.


       check-member-line.

           move trim(ls-member-line) to ls-member-line

           if upper-case(ls-member-line(1:length(ws-include)))
               = ws-include
           then
               move ls-member-line(length(ws-include) + 1:)
                   to ws-reference-name
               inspect ws-reference-name replacing all '"' by space
               move trim(ws-reference-name) to ws-reference-name
               move "INCLUDE" to ws-en-kind
               perform add-member-reference
               exit paragraph
           end-if

      *>   MAP #n, "layout" -- only a quoted layout name can be
      *>   followed; one held in a variable is the operator's to
      *>   promote by hand.
           if upper-case(ls-member-line(1:length(ws-map))) = ws-map
           then
               move spaces to ws-quote-lead ws-reference-name
               unstring ls-member-line
                   delimited by '"'
                   into ws-quote-lead ws-reference-name
               end-unstring
               if ws-reference-name = spaces then
                   exit paragraph
               end-if
               string
                   trim(ws-reference-name) ws-layout-suffix
                   delimited by size
                   into ws-reference-name
               end-string
               move trim(ws-reference-name) to ws-reference-name
               move "LAYOUT" to ws-en-kind
               perform add-member-reference
           end-if

           exit paragraph.


       add-member-reference.

           move 0 to ws-slash-count
           inspect ws-reference-name
               tallying ws-slash-count for all "/"
           if ws-slash-count > 0 then
               display
                   "NOTE: " trim(ws-en-kind) " " trim(ws-reference-name)
                   " names a directory and is not a library member; "
                   "not promoted."
               end-display
               exit paragraph
           end-if

           perform split-reference-name

           set ws-mb-not-found to true
           perform varying ws-mb-idx from 1 by 1
           until ws-mb-idx > ws-num-members
               if ws-mb-name(ws-mb-idx) = ws-name-part then
                   set ws-mb-found to true
                   exit perform
               end-if
           end-perform
           if ws-mb-found then
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-path-part ws-file-info
           end-call
           if return-code not = 0 then
               if ws-en-kind = "LAYOUT" then
                   display
                       "NOTE: Layout " trim(ws-name-part)
                       " is not in the test library; the production "
                       "copy stays as it is."
                   end-display
               else
                   display
                       "ERROR: INCLUDE member " trim(ws-name-part)
                       " is not in the test library."
                   end-display
                   set ws-promotion-failed to true
               end-if
               exit paragraph
           end-if

           if ws-num-members >= ws-max-members then
               display
                   "ERROR: More than " ws-max-members
                   " members in one promotion."
               end-display
               set ws-promotion-failed to true
               exit paragraph
           end-if

           add 1 to ws-num-members
           move ws-en-kind to ws-mb-kind(ws-num-members)
           move ws-name-part to ws-mb-name(ws-num-members)
           move ws-path-part to ws-mb-source(ws-num-members)

           exit paragraph.


      *>   Keeps the production copy the member replaces, copies the
      *>   member in, and checks the copy landed whole.
       promote-one-member.

           move spaces to ws-dest-path
           string
               trim(ws-prod-library) "/" trim(ws-mb-name(ws-mb-idx))
               delimited by size
               into ws-dest-path
           end-string

           move ws-no-value to ws-prior-path
           call "CBL_CHECK_FILE_EXIST" using
               ws-dest-path ws-file-info
           end-call
           if return-code = 0 then
               move spaces to ws-prior-path
               string
                   trim(ws-prior-dir) "/" trim(ws-mb-name(ws-mb-idx))
                   "." trim(ws-promotion-id)
                   delimited by size
                   into ws-prior-path
               end-string
               move ws-dest-path to ws-copy-from
               move ws-prior-path to ws-copy-to
               perform copy-member-file
               if ws-promotion-failed then
                   exit paragraph
               end-if
           end-if

           move ws-mb-source(ws-mb-idx) to ws-fingerprint-path
           perform take-fingerprint
           move ws-fingerprint to ws-source-fingerprint

           move ws-mb-source(ws-mb-idx) to ws-copy-from
           move ws-dest-path to ws-copy-to
           perform copy-member-file
           if ws-promotion-failed then
               exit paragraph
           end-if

           move ws-dest-path to ws-fingerprint-path
           perform take-fingerprint
           if ws-fingerprint = ws-no-value
               or ws-fingerprint not = ws-source-fingerprint
           then
               display
                   "ERROR: The copy of " trim(ws-mb-name(ws-mb-idx))
                   " in production does not match the test library."
               end-display
               set ws-promotion-failed to true
           end-if

           initialize ws-entry-record
           move ws-promotion-id to ws-en-id
           move "PROMOTE" to ws-en-event
           move ws-mb-kind(ws-mb-idx) to ws-en-kind
           move ws-mb-name(ws-mb-idx) to ws-en-member
           move ws-fingerprint to ws-en-fingerprint
           move ws-prior-path to ws-en-prior
           move ws-ticket-id to ws-en-ticket
           perform append-register-entry

           display
               "  " ws-mb-kind(ws-mb-idx) " "
               trim(ws-mb-name(ws-mb-idx)) "  "
               ws-fingerprint(1:16) "  prior "
               trim(ws-prior-path)
           end-display

           exit paragraph.


       copy-member-file.

           move spaces to ws-shell-command
           string
               "cp -p '" trim(ws-copy-from) "' '" trim(ws-copy-to)
               "' 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           if return-code not = 0 then
               display
                   "ERROR: Could not copy " trim(ws-copy-from)
                   " to " trim(ws-copy-to) "."
               end-display
               call "logger-leveled" using concatenate(
                   "PROMOTION :: ERROR : copy of "
                   trim(ws-copy-from) " to " trim(ws-copy-to)
                   " failed")
                   "ERROR"
               end-call
               set ws-promotion-failed to true
           end-if

           exit paragraph.


      *>   The latest promotion of the script with no ROLLBACK
      *>   against it.
       find-rollback-promotion.

           move spaces to ws-rollback-id
           move 0 to ws-num-rolled-back

           set ls-not-eof to true
           open input fd-promotion-register
           if ws-register-read-ok then
               perform until ls-eof
                   read fd-promotion-register into ls-register-line
                       at end set ls-eof to true
                       not at end
                           perform split-register-line
                           if ws-rf-tag = ws-record-tag
                               and ws-rf-event = "ROLLBACK"
                               and ws-num-rolled-back
                                   < ws-max-register-members
                           then
                               add 1 to ws-num-rolled-back
                               move ws-rf-id to
                                   ws-rolled-back-id(ws-num-rolled-back)
                           end-if
                   end-read
               end-perform
           end-if
           close fd-promotion-register

           set ls-not-eof to true
           open input fd-promotion-register
           if ws-register-read-ok then
               perform until ls-eof
                   read fd-promotion-register into ls-register-line
                       at end set ls-eof to true
                       not at end
                           perform split-register-line
                           if ws-rf-tag = ws-record-tag
                               and ws-rf-event = "PROMOTE"
                               and ws-rf-kind = "SCRIPT"
                               and ws-rf-member = ws-script-base-name
                           then
                               perform check-rolled-back
                               if ws-rb-not-found then
                                   move ws-rf-id to ws-rollback-id
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close fd-promotion-register

           exit paragraph.


       check-rolled-back.

           set ws-rb-not-found to true
           perform varying ws-rb-idx from 1 by 1
           until ws-rb-idx > ws-num-rolled-back
               if ws-rolled-back-id(ws-rb-idx) = ws-rf-id then
                   set ws-rb-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *>   The members the promotion being rolled back carried,
      *>   with the prior copy each one replaced (in ws-mb-source).
       collect-rollback-member.

           perform split-register-line

           if ws-rf-tag not = ws-record-tag
               or ws-rf-id not = ws-rollback-id
               or ws-rf-event not = "PROMOTE"
               or ws-num-members >= ws-max-members
           then
               exit paragraph
           end-if

           add 1 to ws-num-members
           move ws-rf-kind to ws-mb-kind(ws-num-members)
           move ws-rf-member to ws-mb-name(ws-num-members)
           move ws-rf-prior to ws-mb-source(ws-num-members)
           move ws-rf-ticket to ws-ticket-id

           exit paragraph.


      *>   One member of the promotion being rolled back: the prior
      *>   version goes back, or a member the promotion introduced
      *>   is withdrawn.
       roll-back-one-member.

           move ws-mb-name(ws-mb-idx) to ws-name-part
           perform find-register-member

      *>   Only a later PROMOTE moves a member on; after a later
      *>   rollback it stands as this promotion left it.
           if ws-rm-found-idx > 0 then
               if ws-rm-id(ws-rm-found-idx) not = ws-rollback-id
                   and ws-rm-event(ws-rm-found-idx) = "PROMOTE"
               then
                   display
                       "WARNING: " trim(ws-mb-name(ws-mb-idx))
                       " has been replaced since by promotion "
                       trim(ws-rm-id(ws-rm-found-idx))
                       "; left as it is."
                   end-display
                   call "logger-leveled" using concatenate(
                       "PROMOTION :: WARN : rollback of "
                       trim(ws-rollback-id) " left "
                       trim(ws-mb-name(ws-mb-idx)) " from promotion "
                       trim(ws-rm-id(ws-rm-found-idx)))
                       "WARN"
                   end-call
                   exit paragraph
               end-if
           end-if

           move spaces to ws-dest-path
           string
               trim(ws-prod-library) "/" trim(ws-mb-name(ws-mb-idx))
               delimited by size
               into ws-dest-path
           end-string

           if ws-mb-source(ws-mb-idx) = ws-no-value then
               call "CBL_DELETE_FILE" using ws-dest-path
               end-call
               move ws-no-value to ws-fingerprint
               display
                   "  " ws-mb-kind(ws-mb-idx) " "
                   trim(ws-mb-name(ws-mb-idx)) "  withdrawn"
               end-display
           else
               move ws-mb-source(ws-mb-idx) to ws-copy-from
               move ws-dest-path to ws-copy-to
               perform copy-member-file
               if ws-promotion-failed then
                   exit paragraph
               end-if
               move ws-dest-path to ws-fingerprint-path
               perform take-fingerprint
               display
                   "  " ws-mb-kind(ws-mb-idx) " "
                   trim(ws-mb-name(ws-mb-idx)) "  "
                   ws-fingerprint(1:16) "  from "
                   trim(ws-mb-source(ws-mb-idx))
               end-display
           end-if

           initialize ws-entry-record
           move ws-rollback-id to ws-en-id
           move "ROLLBACK" to ws-en-event
           move ws-mb-kind(ws-mb-idx) to ws-en-kind
           move ws-mb-name(ws-mb-idx) to ws-en-member
           move ws-fingerprint to ws-en-fingerprint
           move ws-mb-source(ws-mb-idx) to ws-en-prior
           move ws-ticket-id to ws-en-ticket
           perform append-register-entry

           add 1 to ws-scan-limit

           exit paragraph.


       load-register-members.

           if ws-register-loaded then
               exit paragraph
           end-if
           set ws-register-loaded to true

           move 0 to ws-num-register-members

           set ls-not-eof to true
           open input fd-promotion-register
           if ws-register-read-ok then
               perform until ls-eof
                   read fd-promotion-register into ls-register-line
                       at end set ls-eof to true
                       not at end perform apply-register-line
                   end-read
               end-perform
           end-if
           close fd-promotion-register

           exit paragraph.


       apply-register-line.

           perform split-register-line

           if ws-rf-tag not = ws-record-tag then
               exit paragraph
           end-if

           move ws-rf-member to ws-name-part
           perform find-register-member

           if ws-rm-found-idx = 0 then
               if ws-num-register-members >= ws-max-register-members
               then
                   exit paragraph
               end-if
               add 1 to ws-num-register-members
               move ws-num-register-members to ws-rm-found-idx
               move ws-rf-member to ws-rm-name(ws-rm-found-idx)
           end-if

           perform note-register-member

           exit paragraph.


       note-register-member.

           move ws-rf-id to ws-rm-id(ws-rm-found-idx)
           move ws-rf-event to ws-rm-event(ws-rm-found-idx)
           move ws-rf-fingerprint to ws-rm-fingerprint(ws-rm-found-idx)
           move ws-rf-ticket to ws-rm-ticket(ws-rm-found-idx)

           exit paragraph.


       find-register-member.

           move 0 to ws-rm-found-idx
           perform varying ws-rm-idx from 1 by 1
           until ws-rm-idx > ws-num-register-members
               if ws-rm-name(ws-rm-idx) = ws-name-part then
                   move ws-rm-idx to ws-rm-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       split-register-line.

           move spaces to ws-register-fields
           unstring ls-register-line
               delimited by "|"
               into ws-rf-tag ws-rf-id ws-rf-stamp ws-rf-event
                   ws-rf-script ws-rf-kind ws-rf-member
                   ws-rf-fingerprint ws-rf-prior ws-rf-ticket
                   ws-rf-promoter
           end-unstring

           exit paragraph.


      *>   One line on the register; the member table, when loaded,
      *>   follows it.
       append-register-entry.

           move spaces to f-register-line
           string
               ws-record-tag "|"
               trim(ws-en-id) "|"
               ws-now-stamp "|"
               trim(ws-en-event) "|"
               trim(ws-script-base-name) "|"
               trim(ws-en-kind) "|"
               trim(ws-en-member) "|"
               trim(ws-en-fingerprint) "|"
               trim(ws-en-prior) "|"
               trim(ws-en-ticket) "|"
               trim(ws-promoter-id)
               delimited by size
               into f-register-line
           end-string

           open extend fd-promotion-register
           if ws-register-ok then
               write f-register-line
           else
               call "logger-leveled" using concatenate(
                   "PROMOTION :: ERROR : cannot append to "
                   trim(ws-register-name) " status "
                   ws-register-status)
                   "ERROR"
               end-call
               set ws-promotion-failed to true
           end-if
           close fd-promotion-register

           call "logger" using concatenate(
               "PROMOTION :: " trim(ws-en-event) " "
               trim(ws-en-id) " " trim(ws-en-kind) " "
               trim(ws-en-member) " fingerprint "
               trim(ws-en-fingerprint) " ticket " trim(ws-en-ticket)
               " by " trim(ws-promoter-id))
           end-call

           if ws-register-loaded then
               move ws-en-member to ws-name-part
               perform find-register-member
               if ws-rm-found-idx > 0 then
                   move ws-en-id to ws-rf-id
                   move ws-en-event to ws-rf-event
                   move ws-en-fingerprint to ws-rf-fingerprint
                   move ws-en-ticket to ws-rf-ticket
                   perform note-register-member
               end-if
           end-if

           exit paragraph.


      *>   SHA-256 of ws-fingerprint-path, or - when it cannot be
      *>   read.
       take-fingerprint.

           move ws-no-value to ws-fingerprint

           move spaces to ws-shell-command
           string
               "sha256sum '" trim(ws-fingerprint-path) "' > "
               trim(ws-fingerprint-file-name) " 2>/dev/null"
               delimited by size
               into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           open input fd-fingerprint-file
           if ws-fingerprint-file-ok then
               read fd-fingerprint-file
                   at end continue
                   not at end
                       move f-fingerprint-line(1:64)
                           to ws-fingerprint
               end-read
           end-if
           close fd-fingerprint-file

           call "CBL_DELETE_FILE" using ws-fingerprint-file-name
           end-call

           if ws-fingerprint = spaces then
               move ws-no-value to ws-fingerprint
           end-if

           exit paragraph.


       take-now.

           move current-date to ws-now-record

           exit paragraph.

       end program script-promotion.
