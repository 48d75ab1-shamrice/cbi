      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-10-13
      * Last Modified: 2026-10-15
      * Purpose: Parses command line arguements
      * Tectonics: ./build.sh
      ******************************************************************
           88  ws-history-not-active    value 'N'.
       01  ws-history-filter            pic x(256) value spaces.

      *>   --dictionary reports after the argument walk, so an
      *>   optional element name can follow it.
       01  ws-dictionary-active-sw      pic a value 'N'.
           88  ws-dictionary-active     value 'Y'.
           88  ws-dictionary-not-active value 'N'.
       01  ws-dictionary-filter         pic x(32) value spaces.

      *>   --lint also runs after the argument walk; an optional
      *>   script or directory can follow it.
       01  ws-lint-active-sw            pic a value 'N'.
           88  ws-lint-active           value 'Y'.
           88  ws-lint-not-active       value 'N'.
       01  ws-lint-target               pic x(1024) value spaces.

      *>   --coverage-report likewise, with an optional script or
      *>   directory after it.
       01  ws-cov-report-active-sw      pic a value 'N'.
           88  ws-cov-report-active     value 'Y'.
           88  ws-cov-report-not-active value 'N'.
       01  ws-cov-report-target         pic x(1024) value spaces.

      *>   --audit-report gathers its key=value filters, reporting
      *>   once the argument walk ends.
       01  ws-ar-active-sw              pic a value 'N'.
           88  ws-ar-active             value 'Y'.
           88  ws-ar-not-active         value 'N'.
       01  ws-ar-filter-text            pic x(1024) value spaces.
       01  ws-ar-filter-pointer         pic 9(4) comp value 1.

      *>   --change-history takes the file, the layout and an
      *>   optional key, from and to, reporting once the argument
      *>   walk ends.
       01  ws-ch-active-sw              pic a value 'N'.
           88  ws-ch-active             value 'Y'.
           88  ws-ch-not-active         value 'N'.
       01  ws-ch-arg-count              pic 9 value 0.
       01  ws-ch-file-name              pic x(1024) value spaces.
       01  ws-ch-layout-name            pic x(1024) value spaces.
       01  ws-ch-key-text               pic x(64) value spaces.
       01  ws-ch-from-text              pic x(16) value spaces.
       01  ws-ch-to-text                pic x(16) value spaces.

       01  ws-awaiting-inspect-sw       pic a value 'N'.
           88  ws-awaiting-inspect      value 'Y'.
           88  ws-not-awaiting-inspect  value 'N'.
           88  ws-not-awaiting-where-used value 'N'.
       01  ws-where-used-target         pic x(256) value spaces.

      *>   --help alone is the option list; --help <script> lists
      *>   that script's PARAM declarations instead.
       01  ws-help-sw                   pic a value 'N'.
           88  ws-help-requested        value 'Y'.
           88  ws-help-not-requested    value 'N'.

       01  ws-awaiting-menu-sw          pic a value 'N'.
           88  ws-awaiting-menu         value 'Y'.
           88  ws-not-awaiting-menu     value 'N'.
       01  ws-menu-file-value           pic x(1024) value spaces.

       01  ws-awaiting-serve-sw         pic a value 'N'.
           88  ws-awaiting-serve        value 'Y'.
           88  ws-not-awaiting-serve    value 'N'.
       01  ws-serve-port-value          pic x(16) value spaces.

       01  ws-awaiting-lineage-sw       pic a value 'N'.
           88  ws-awaiting-lineage      value 'Y'.
           88  ws-not-awaiting-lineage  value 'N'.
       01  ws-lineage-target            pic x(1024) value spaces.

       01  ws-awaiting-rollback-sw      pic a value 'N'.
           88  ws-awaiting-rollback     value 'Y'.
           88  ws-not-awaiting-rollback value 'N'.
       01  ws-rollback-script-name      pic x(1024) value spaces.

       01  ws-awaiting-ach-validate-sw  pic a value 'N'.
           88  ws-awaiting-ach-validate value 'Y'.
       01  ws-ach-validate-file         pic x(256) value spaces.

       01  ws-awaiting-partition-sw     pic a value 'N'.
           88  ws-awaiting-partition    value 'Y'.
       01  ws-partition-spec-name       pic x(1024) value spaces.

      *>   --promote collects the script and the change ticket,
      *>   running once the argument walk ends.
       01  ws-pm-active-sw              pic a value 'N'.
           88  ws-pm-active             value 'Y'.
           88  ws-pm-not-active         value 'N'.
       01  ws-pm-arg-count              pic 9 value 0.
       01  ws-pm-script-name            pic x(1024) value spaces.
       01  ws-pm-ticket-id              pic x(32) value spaces.

      *>   --housekeep collects the rules file and an optional
      *>   dryrun word, running once the argument walk ends.
       01  ws-hk-active-sw              pic a value 'N'.
       01  ws-hk-rules-name             pic x(1024) value spaces.
       01  ws-hk-mode-word              pic x(16) value spaces.

      *>   --master-archive collects the rules file and an optional
      *>   dryrun word, running once the argument walk ends.
       01  ws-ma-active-sw              pic a value 'N'.
           88  ws-ma-active             value 'Y'.
           88  ws-ma-not-active         value 'N'.
       01  ws-ma-arg-count              pic 9 value 0.
       01  ws-ma-rules-name             pic x(1024) value spaces.
       01  ws-ma-mode-word              pic x(16) value spaces.

      *>   --erase collects the subject key and an optional approve
      *>   word, running once the argument walk ends.
       01  ws-er-active-sw              pic a value 'N'.
           88  ws-er-active             value 'Y'.
           88  ws-er-not-active         value 'N'.
       01  ws-er-arg-count              pic 9 value 0.
       01  ws-er-subject-key            pic x(64) value spaces.
       01  ws-er-mode-word              pic x(16) value spaces.

      *>   --refresh-test collects the rules file and an optional
      *>   profile name, running once the argument walk ends.
       01  ws-rt-active-sw              pic a value 'N'.
           88  ws-rt-active             value 'Y'.
           88  ws-rt-not-active         value 'N'.
       01  ws-rt-arg-count              pic 9 value 0.
       01  ws-rt-rules-name             pic x(1024) value spaces.
       01  ws-rt-profile-name           pic x(32) value spaces.

      *>   --vault collects the action word and the entry name,
      *>   running once the argument walk ends.
       01  ws-vt-active-sw              pic a value 'N'.
           88  ws-vt-active             value 'Y'.
           88  ws-vt-not-active         value 'N'.
       01  ws-vt-arg-count              pic 9 value 0.
       01  ws-vt-action-word            pic x(16) value spaces.
       01  ws-vt-secret-name            pic x(64) value spaces.

      *>   --forecast takes the manifest and an optional HH:MM
      *>   start time, reporting once the argument walk ends.
       01  ws-fcast-active-sw           pic a value 'N'.
           88  ws-fcast-active          value 'Y'.
           88  ws-fcast-not-active      value 'N'.
       01  ws-fcast-arg-count           pic 9 value 0.
       01  ws-fcast-manifest-name       pic x(1024) value spaces.
       01  ws-fcast-start-time          pic x(5) value spaces.
       01  ws-fcast-mode                pic a value 'R'.
       01  ws-fcast-rc                  pic 9 value 1.

       01  ws-libpath-value             pic x(1024) value spaces.

       01  ws-awaiting-reprocess-sw     pic a value 'N'.
           88  ws-awaiting-reprocess    value 'Y'.
           88  ws-not-awaiting-reprocess value 'N'.
       01  ws-reprocess-value           pic x(16) value spaces.
       01  ws-reprocess-env-name        pic x(24)
                                 value "CBI_REPROCESS_SUPERVISOR".

       01  ws-awaiting-pd-ovr-sw        pic a value 'N'.
           88  ws-awaiting-pd-ovr       value 'Y'.
           88  ws-not-awaiting-pd-ovr   value 'N'.
       01  ws-period-ovr-value          pic x(16) value spaces.
       01  ws-period-ovr-env-name       pic x(24)
                                 value "CBI_PERIOD_SUPERVISOR".

      *>   --period collects the action word and the period id,
      *>   running once the argument walk ends.
       01  ws-pd-active-sw              pic a value 'N'.
           88  ws-pd-active             value 'Y'.
           88  ws-pd-not-active         value 'N'.
       01  ws-pd-arg-count              pic 9 value 0.
       01  ws-pd-action-word            pic x(16) value spaces.
       01  ws-pd-period-id              pic x(16) value spaces.

      *>   --keyed-util collects the action word, the file and the
      *>   sequential file, then runs the keyed file utility.
       01  ws-ku-active-sw              pic a value 'N'.
           88  ws-ku-active             value 'Y'.
           88  ws-ku-not-active         value 'N'.
       01  ws-ku-arg-count              pic 9 value 0.
       01  ws-ku-action-word            pic x(16) value spaces.
       01  ws-ku-file-name              pic x(1024) value spaces.
       01  ws-ku-seq-file-name          pic x(1024) value spaces.

      *>   --profile-data collects the file, the layout and the
      *>   optional rules file; EBCDIC and RECLEN=n may come
      *>   anywhere among them.
       01  ws-dp-active-sw              pic a value 'N'.
           88  ws-dp-active             value 'Y'.
           88  ws-dp-not-active         value 'N'.
       01  ws-dp-arg-count              pic 9 value 0.
       01  ws-dp-file-name              pic x(1024) value spaces.
       01  ws-dp-layout-name            pic x(1024) value spaces.
       01  ws-dp-rules-name             pic x(1024) value spaces.
       01  ws-dp-ebcdic-sw              pic a value 'N'.
       01  ws-dp-record-length          pic x(8) value spaces.

       78  ws-help-param                value "--HELP".
       78  ws-list-param                value "--LIST".
       78  ws-run-param                 value "--RUN".
       78  ws-sym-param                 value "--SYM".
       78  ws-scheduler-param           value "--SCHEDULER".
       78  ws-history-param             value "--HISTORY".
       78  ws-audit-report-param        value "--AUDIT-REPORT".
       78  ws-change-history-param      value "--CHANGE-HISTORY".
       78  ws-inspect-dump-param        value "--INSPECT-DUMP".
       78  ws-scan-param                value "--SCAN".
       78  ws-where-used-param          value "--WHERE-USED".
       78  ws-menu-param                value "--MENU".
       78  ws-housekeep-param           value "--HOUSEKEEP".
       78  ws-master-archive-param      value "--MASTER-ARCHIVE".
       78  ws-erase-param               value "--ERASE".
       78  ws-erase-verify-param        value "--ERASE-VERIFY".
       78  ws-refresh-test-param        value "--REFRESH-TEST".
       78  ws-vault-param               value "--VAULT".
       78  ws-forecast-param            value "--FORECAST".
       78  ws-console-param             value "--CONSOLE".
       78  ws-serve-param               value "--SERVE".
       78  ws-lineage-param             value "--LINEAGE".
       78  ws-promote-param             value "--PROMOTE".
       78  ws-rollback-param            value "--ROLLBACK".
       78  ws-dictionary-param          value "--DICTIONARY".
       78  ws-ach-validate-param        value "--ACH-VALIDATE".
       78  ws-version-param             value "--VERSION".
       78  ws-reprocess-param           value "--REPROCESS".
       78  ws-period-param              value "--PERIOD".
       78  ws-period-override-param     value "--PERIOD-OVERRIDE".
       78  ws-partition-param           value "--PARTITION".
       78  ws-keyed-util-param          value "--KEYED-UTIL".
       78  ws-profile-data-param        value "--PROFILE-DATA".
       78  ws-lint-param                value "--LINT".
       78  ws-coverage-param            value "--COVERAGE".
       78  ws-cov-report-param          value "--COVERAGE-REPORT".

       78  ws-cbi-version               value "1.0.0".

                                               perform
                                                collect-hk-arg
                                              else
                                              if ws-ma-active then
                                               perform
                                                collect-ma-arg
                                              else
                                              if ws-er-active then
                                               perform
                                                collect-er-arg
                                              else
                                              if ws-rt-active then
                                               perform
                                                collect-rt-arg
                                              else
                                              if ws-vt-active then
                                               perform
                                                collect-vt-arg
                                              else
                                              if ws-pd-active then
                                               perform
                                                collect-pd-arg
                                              else
                                              if ws-ku-active then
                                               perform
                                                collect-ku-arg
                                              else
                                              if ws-dp-active then
                                               perform
                                                collect-dp-arg
                                              else
                                              if ws-pm-active then
                                               perform
                                                collect-pm-arg
                                              else
                                              if ws-fcast-active
                                              then
                                               perform
                                                collect-fcast-arg
                                              else
                                              if ws-history-active
                                              then
                                               move
                                                trim(ws-temp-param)
                                                to ws-history-filter
                                              else
                                              if ws-dictionary-active
                                              then
                                               move
                                                trim(ws-temp-param)
                                                to ws-dictionary-filter
                                              else
                                              if ws-lint-active
                                              then
                                               move
                                                trim(ws-temp-param)
                                                to ws-lint-target
                                              else
                                              if ws-cov-report-active
                                              then
                                               move
                                                trim(ws-temp-param)
                                               to ws-cov-report-target
                                              else
                                              if ws-ar-active then
                                               perform
                                                collect-ar-arg
                                              else
                                              if ws-ch-active then
                                               perform
                                                collect-ch-arg
                                              else
                                               if ws-awaiting-menu
                                               then
                                                 ws-inspect-dump-name
                                                end-call
                                                stop run
                                               else
                                               if ws-awaiting-serve
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to
                                                 ws-serve-port-value
                                                call "http-service"
                                                    using
                                                 ws-serve-port-value
                                                end-call
                                                stop run
                                               else
                                               if ws-awaiting-lineage
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to
                                                 ws-lineage-target
                                                call "lineage-report"
                                                    using
                                                 ws-lineage-target
                                                end-call
                                                stop run
                                               else
                                               if ws-awaiting-rollback
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to
                                                ws-rollback-script-name
                                                call
                                                 "promotion-rollback"
                                                    using
                                                ws-rollback-script-name
                                                end-call
                                                stop run
                                               else
                                               if
                                               ws-awaiting-ach-validate
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to
                                                 ws-ach-validate-file
                                                call
                                                 "ach-validate-report"
                                                    using
                                                 ws-ach-validate-file
                                                end-call
                                                stop run
                                               else
                                               if ws-awaiting-partition
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to
                                                 ws-partition-spec-name
                                                call "partition-run"
                                                    using
                                                 ws-partition-spec-name
                                                end-call
                                                stop run
                                               else
                                               if ws-awaiting-reprocess
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to ws-reprocess-value
                                                set environment
                                                 ws-reprocess-env-name
                                                 to ws-reprocess-value
                                                set
                                               ws-not-awaiting-reprocess
                                                 to true
                                               else
                                               if ws-awaiting-pd-ovr
                                               then
                                                move
                                                 trim(ws-temp-param)
                                                 to ws-period-ovr-value
                                                set environment
                                                 ws-period-ovr-env-name
                                                 to ws-period-ovr-value
                                                set
                                               ws-not-awaiting-pd-ovr
                                                 to true
                                               else
                                                perform parse-arg
                                               end-if
                                              end-if
                                              end-if
                                              end-if
                                              end-if
                                               end-if
                                               end-if
                                               end-if
                                               end-if
                                               end-if
                                               end-if
                                              end-if
                                              end-if
                                              end-if
                                              end-if
                                              end-if
                                               end-if
                                              end-if
                                              end-if
                                               end-if
                                               end-if
                                               end-if
                                              end-if
                                              end-if
                                              end-if
                                              end-if
                                             end-if
                                            end-if
               end-if
           end-perform

           if ws-help-requested then
               if l-input-source-file-name = spaces then
                   perform display-help
               end-if
               call "script-params-help" using
                   l-input-source-file-name
               end-call
               stop run
           end-if

           if ws-recover-arg-count > 0 then
               display
                   "Usage: cbi --journal-recover <journal> <file> "
               stop run
           end-if

           if ws-ma-active then
               if ws-ma-arg-count = 0 then
                   display
                       "Usage: cbi --master-archive <rules-file> "
                       "[dryrun]"
                   end-display
               else
                   call "master-archive" using
                       ws-ma-rules-name
                       ws-ma-mode-word
                   end-call
               end-if
               stop run
           end-if

           if ws-er-active then
               if ws-er-arg-count = 0 then
                   display
                       "Usage: cbi --erase <subject-key> [approve]"
                   end-display
               else
                   call "erasure" using
                       ws-er-subject-key
                       ws-er-mode-word
                   end-call
               end-if
               stop run
           end-if

           if ws-rt-active then
               if ws-rt-arg-count = 0 then
                   display
                       "Usage: cbi --refresh-test <rules-file> "
                       "[profile]"
                   end-display
               else
                   call "test-data-refresh" using
                       ws-rt-rules-name
                       ws-rt-profile-name
                   end-call
               end-if
               stop run
           end-if

           if ws-vt-active then
               if ws-vt-arg-count = 0 then
                   display
                       "Usage: cbi --vault list|add|rotate|remove "
                       "[name]"
                   end-display
               else
                   call "secrets-vault" using
                       ws-vt-action-word
                       ws-vt-secret-name
                   end-call
               end-if
               stop run
           end-if

           if ws-pd-active then
               if ws-pd-arg-count = 0 then
                   display
                       "Usage: cbi --period list|open|soft|hard "
                       "[period]"
                   end-display
               else
                   call "period-utility" using
                       ws-pd-action-word
                       ws-pd-period-id
                   end-call
               end-if
               stop run
           end-if

           if ws-dp-active then
               if ws-dp-arg-count < 2 then
                   display
                       "Usage: cbi --profile-data <file> <layout> "
                       "[rules-file] [EBCDIC] [RECLEN=n]"
                   end-display
               else
                   call "data-profile" using
                       ws-dp-file-name
                       ws-dp-layout-name
                       ws-dp-rules-name
                       ws-dp-ebcdic-sw
                       ws-dp-record-length
                   end-call
               end-if
               stop run
           end-if

      *>   The utility checks its own arguments and shows its
      *>   usage when they are short.
           if ws-ku-active then
               call "keyed-util" using
                   ws-ku-action-word
                   ws-ku-file-name
                   ws-ku-seq-file-name
               end-call
               stop run
           end-if

           if ws-pm-active then
               if ws-pm-arg-count < 2 then
                   display
                       "Usage: cbi --promote <script> <ticket>"
                   end-display
               else
                   call "script-promotion" using
                       ws-pm-script-name
                       ws-pm-ticket-id
                   end-call
               end-if
               stop run
           end-if

           if ws-fcast-active then
               if ws-fcast-arg-count = 0 then
                   display
                       "Usage: cbi --forecast <manifest> [HH:MM]"
                   end-display
               else
                   call "batch-forecast" using
                       ws-fcast-manifest-name
                       ws-fcast-mode
                       ws-fcast-start-time
                       ws-fcast-rc
                   end-call
               end-if
               stop run
           end-if

           if ws-dictionary-active then
               call "data-dictionary" using ws-dictionary-filter
               end-call
               stop run
           end-if

           if ws-lint-active then
               call "script-lint" using ws-lint-target
               end-call
               stop run
           end-if

           if ws-cov-report-active then
               call "coverage-report" using ws-cov-report-target
               end-call
               stop run
           end-if

           if ws-history-active then
               call "history-report" using ws-history-filter
               end-call
               stop run
           end-if

           if ws-ar-active then
               call "audit-report" using ws-ar-filter-text
               end-call
               stop run
           end-if

           if ws-ch-active then
               if ws-ch-arg-count < 2 then
                   display
                       "Usage: cbi --change-history <file> <layout> "
                       "[key|*] [from] [to]"
                   end-display
               else
                   call "change-history" using
                       ws-ch-file-name
                       ws-ch-layout-name
                       ws-ch-key-text
                       ws-ch-from-text
                       ws-ch-to-text
                   end-call
               end-if
               stop run
           end-if

           if ws-spool-active then
               call "spool-manager" using
                   ws-spool-command
           evaluate upper-case(trim(ws-temp-param))

               when ws-help-param
                   set ws-help-requested to true

               when ws-run-param
                   set l-run-program to true 
               when ws-asof-param
                   set ws-awaiting-asof to true

               when ws-reprocess-param
                   set ws-awaiting-reprocess to true

               when ws-period-param
                   set ws-pd-active to true
                   move 0 to ws-pd-arg-count

               when ws-period-override-param
                   set ws-awaiting-pd-ovr to true

               when ws-keyed-util-param
                   set ws-ku-active to true
                   move 0 to ws-ku-arg-count

               when ws-profile-data-param
                   set ws-dp-active to true
                   move 0 to ws-dp-arg-count

               when ws-locks-param
      *>           Operator utility mode -- list the advisory lock
      *>           sentinels and leave, the way --version does.
                   call "lock-monitor-list" end-call
                   call "reserve-list" end-call
                   stop run

               when ws-clear-lock-param
               when ws-history-param
                   set ws-history-active to true

               when ws-audit-report-param
                   set ws-ar-active to true

               when ws-change-history-param
                   set ws-ch-active to true
                   move 0 to ws-ch-arg-count

               when ws-inspect-dump-param
                   set ws-awaiting-inspect to true

                   set ws-hk-active to true
                   move 0 to ws-hk-arg-count

               when ws-master-archive-param
                   set ws-ma-active to true
                   move 0 to ws-ma-arg-count

               when ws-erase-param
                   set ws-er-active to true
                   move 0 to ws-er-arg-count

               when ws-erase-verify-param
                   call "erasure-verify" end-call
                   stop run

               when ws-refresh-test-param
                   set ws-rt-active to true
                   move 0 to ws-rt-arg-count

               when ws-vault-param
                   set ws-vt-active to true
                   move 0 to ws-vt-arg-count

               when ws-forecast-param
                   set ws-fcast-active to true
                   move 0 to ws-fcast-arg-count

               when ws-serve-param
                   set ws-awaiting-serve to true

               when ws-lineage-param
                   set ws-awaiting-lineage to true

               when ws-promote-param
                   set ws-pm-active to true
                   move 0 to ws-pm-arg-count

               when ws-rollback-param
                   set ws-awaiting-rollback to true

               when ws-dictionary-param
                   set ws-dictionary-active to true

               when ws-lint-param
                   set ws-lint-active to true

               when ws-coverage-param
                   set environment "CBI_COVERAGE" to "on"

               when ws-cov-report-param
                   set ws-cov-report-active to true

               when ws-ach-validate-param
                   set ws-awaiting-ach-validate to true

               when ws-partition-param
                   set ws-awaiting-partition to true

               when ws-console-param
      *>           The operations console runs until the operator
      *>           leaves it, then exit.
                   call "ops-console"
                   end-call
                   stop run

               when ws-version-param
                   perform display-version

           exit paragraph.


       collect-ar-arg.

           string
               trim(ws-temp-param) " "
               delimited by size
               into ws-ar-filter-text
               with pointer ws-ar-filter-pointer
           end-string

           exit paragraph.


       collect-ch-arg.

           add 1 to ws-ch-arg-count

           evaluate ws-ch-arg-count
               when 1
                   move trim(ws-temp-param) to ws-ch-file-name
               when 2
                   move trim(ws-temp-param) to ws-ch-layout-name
               when 3
                   move trim(ws-temp-param) to ws-ch-key-text
               when 4
                   move trim(ws-temp-param) to ws-ch-from-text
               when 5
                   move trim(ws-temp-param) to ws-ch-to-text
           end-evaluate

           exit paragraph.


       collect-hk-arg.

           add 1 to ws-hk-arg-count
           exit paragraph.


       collect-ma-arg.

           add 1 to ws-ma-arg-count

           evaluate ws-ma-arg-count
               when 1
                   move trim(ws-temp-param) to ws-ma-rules-name
               when 2
                   move trim(ws-temp-param) to ws-ma-mode-word
           end-evaluate

           exit paragraph.


       collect-er-arg.

           add 1 to ws-er-arg-count

           evaluate ws-er-arg-count
               when 1
                   move trim(ws-temp-param) to ws-er-subject-key
               when 2
                   move trim(ws-temp-param) to ws-er-mode-word
           end-evaluate

           exit paragraph.


       collect-rt-arg.

           add 1 to ws-rt-arg-count

           evaluate ws-rt-arg-count
               when 1
                   move trim(ws-temp-param) to ws-rt-rules-name
               when 2
                   move trim(ws-temp-param) to ws-rt-profile-name
           end-evaluate

           exit paragraph.


       collect-vt-arg.

           add 1 to ws-vt-arg-count

           evaluate ws-vt-arg-count
               when 1
                   move trim(ws-temp-param) to ws-vt-action-word
               when 2
                   move trim(ws-temp-param) to ws-vt-secret-name
           end-evaluate

           exit paragraph.


       collect-dp-arg.

           if upper-case(trim(ws-temp-param)) = "EBCDIC" then
               move 'Y' to ws-dp-ebcdic-sw
               exit paragraph
           end-if

           if upper-case(ws-temp-param(1:7)) = "RECLEN=" then
               move trim(ws-temp-param(8:)) to ws-dp-record-length
               exit paragraph
           end-if

           add 1 to ws-dp-arg-count

           evaluate ws-dp-arg-count
               when 1
                   move trim(ws-temp-param) to ws-dp-file-name
               when 2
                   move trim(ws-temp-param) to ws-dp-layout-name
               when 3
                   move trim(ws-temp-param) to ws-dp-rules-name
           end-evaluate

           exit paragraph.


       collect-ku-arg.

           add 1 to ws-ku-arg-count

           evaluate ws-ku-arg-count
               when 1
                   move trim(ws-temp-param) to ws-ku-action-word
               when 2
                   move trim(ws-temp-param) to ws-ku-file-name
               when 3
                   move trim(ws-temp-param) to ws-ku-seq-file-name
           end-evaluate

           exit paragraph.


       collect-pd-arg.

           add 1 to ws-pd-arg-count

           evaluate ws-pd-arg-count
               when 1
                   move trim(ws-temp-param) to ws-pd-action-word
               when 2
                   move trim(ws-temp-param) to ws-pd-period-id
           end-evaluate

           exit paragraph.


       collect-pm-arg.

           add 1 to ws-pm-arg-count

           evaluate ws-pm-arg-count
               when 1
                   move trim(ws-temp-param) to ws-pm-script-name
               when 2
                   move trim(ws-temp-param) to ws-pm-ticket-id
           end-evaluate

           exit paragraph.


       collect-fcast-arg.

           add 1 to ws-fcast-arg-count

           evaluate ws-fcast-arg-count
               when 1
                   move trim(ws-temp-param) to ws-fcast-manifest-name
               when 2
                   move trim(ws-temp-param) to ws-fcast-start-time
           end-evaluate

           exit paragraph.


       collect-spool-arg.

           add 1 to ws-spool-arg-count
           display
               "   --batch [FILE] - Runs the scripts listed in "
               "[FILE] in order as one job stream, stopping on the "
               "first failing step, with a consolidated job log. "
               "Steps between PARALLEL and END PARALLEL lines run "
               "concurrently as child runs (parallel-max= in "
               "cbi.cfg caps how many at once)."
           end-display
           display
               "  --restart - Resumes the run from the last "
           end-display
           display
               "    --locks - Lists the advisory .lck lock "
               "sentinels currently held, with their ages, and the "
               "dataset reservations (RESERVE) with who holds "
               "them, and exits."
           end-display
           display
               " --housekeep [RULES] [dryrun] - Retention run over "
               "only reports. Meant as the nightly manifest's "
               "last step."
           end-display
           display
               " --master-archive [RULES] [dryrun] - Record-level "
               "archive and purge of keyed masters: records meeting "
               "each rule's field criteria (FIELD = v, FIELD OLDER "
               "days) are copied to the archive dataset (a GDG "
               "generation if wanted) with a control-total trailer, "
               "then deleted through the journaled delete so "
               "--journal-recover can back the purge out; dryrun "
               "only reports."
           end-display
           display
               " --erase [KEY] [approve] - Data-subject erasure: "
               "finds the subject in every dataset the erasure "
               "declarations (cbi.pii) name -- catalog datasets, "
               "GDG generations, keyed masters, the state store "
               "and spool -- and reports the findings; approve "
               "then erases the personal fields in place, keys and "
               "amounts kept. Each action goes to the hash-chained "
               "erasure log."
           end-display
           display
               "    --erase-verify - Checks the erasure log's hash "
               "chain and reports the first altered, inserted or "
               "missing entry."
           end-display
           display
               " --refresh-test [FILE] [PROFILE] - Copies the "
               "catalogued production datasets the rules file names "
               "to the profile's (default test) catalog paths with "
               "names, addresses, phone and account numbers "
               "replaced by consistent fakes (scramble-seed=); "
               "amounts and dates are kept and TRL trailers "
               "rewritten."
           end-display
           display
               " --vault [ACTION] [NAME] - Credential vault under "
               "the site key (vault-file=): list shows entry names "
               "and dates, add and rotate prompt for a value, "
               "remove deletes one. Scripts read entries with "
               "GETSECRET$(name); net-user=, net-password= and "
               "operator passwords may be given as vault:NAME."
           end-display
           display
               " --forecast [FILE] [HH:MM] - Projects tonight's "
               "run of a --batch manifest before it starts: each "
               "step's duration from its recent history, scaled by "
               "the input volumes already on disk, laid out as a "
               "start/end timeline (from now or HH:MM) against the "
               "batch-deadline= window."
           end-display
           display
               "  --serve [PORT] - HTTP service for other systems: "
               "run an authorised script (waiting for its captured "
               "output, or in the background with a run id), query "
               "a run's status and exit code, fetch a spool file or "
               "post to a message queue. Operators sign on with "
               "their menu accounts; serve-file= rules say which "
               "roles may do what. Every request is logged."
           end-display
           display
               "  --console - Full-screen operations console: "
               "scheduled and running manifests, each run's step "
               "and PROGRESS projection, held locks with their "
               "age, queue depths and recent errors, refreshed "
               "every console-refresh= seconds. PAUSE, RESUME, "
               "CHECKPOINT and CANCEL go to a chosen run."
           end-display
           display
               "     --menu [FILE] - Full-screen application menu: "
               "operator sign-on (masked password) against the "
               "accounts file, role-filtered items, launches "
               "recorded with the operator id and passed to the "
               "audit journal. Items marked DUAL (or scripts "
               "declaring DUAL CONTROL) are parked until an "
               "operator with a checker-roles= role approves them. "
               "Required PARAMs an item's line leaves out are asked "
               "for on a form before launch."
           end-display
           display
               "     --scan - Walks the library (current directory "
               "scripts touching one file, logical name, member or "
               "SUB."
           end-display
           display
               "  --lineage [FILE] - Walks back from a file (or "
               "@LOGICAL) through the lineage register: the run "
               "that wrote it, the inputs, CHAIN and INCLUDE "
               "members and code tables that run used, and the "
               "runs that wrote those inputs in turn."
           end-display
           display
               " --promote [SCRIPT] [TICKET] - Copies a script with "
               "its INCLUDE members and .lay layouts from the test "
               "library (test-library=) to the production library "
               "(prod-library=, else the first CBI_PATH directory), "
               "keeping each prior version and recording "
               "fingerprints, the ticket and the promoter in the "
               "promotion register. Under --env prod a script or "
               "INCLUDE member that does not match its promoted "
               "fingerprint will not load."
           end-display
           display
               " --rollback [SCRIPT] - Restores the versions the "
               "script's latest promotion replaced."
           end-display
           display
               " --dictionary [ELEMENT] - Reports each data "
               "dictionary element (dictionary-file=, else "
               "cbi_dictionary.dat) with the layouts, edit-rules "
               "files and FORMs that reference it as @ELEMENT, and "
               "any reference to an element not in the dictionary."
           end-display
           display
               " --ach-validate [FILE] - Checks a NACHA ACH file's "
               "record layout, order, check digits, batch and file "
               "control counts, entry hash, debit/credit totals and "
               "blocking, listing every discrepancy (exit status 1 "
               "when any are found)."
           end-display
           display
               " --partition [SPEC] - Runs one script as N "
               "partitions: the spec's input (sequential or keyed) "
               "is split by key range or hash, each slice run as "
               "its own child cbi run with its own checkpoints, "
               "and the outputs merged back in key order. Input "
               "and output trailers and run-stats are rolled up; "
               "rerunning after a failure reruns only the failed "
               "partitions."
           end-display
           display
               " --inspect-dump [FILE] - Pages a post-mortem dump "
               "on screen: the failing line and source window, "
               "and record counts, failures and the record-count "
               "trend, optionally for one script."
           end-display
           display
               " --audit-report [FILTERS] - Reports --audit journal "
               "and read-access log entries from the log directory "
               "and the archive, filtered by from=, to= (YYYYMMDD"
               "[HHMMSS]), file= (name or @LOGICAL), script=, "
               "operator=, key=, type= (WRITE, IMAGE, IMGB, IMGA, "
               "SETSTATE, READKEY, READALT, BROWSE, PICK, ACCESS) "
               "and csv= (also write CSV to the path), with counts "
               "per file and operator."
           end-display
           display
               " --change-history [FILE] [LAYOUT] [KEY|*] [FROM] "
               "[TO] - Field-level history of a keyed master from "
               "the journals' before/after images: one line per "
               "changed field of the .lay layout with old and new "
               "values, when, script and operator, PII-masked."
           end-display
           display
               " --scheduler [FILE] - Stays resident, launching "
               "--batch manifests from the schedule file "
               "file names report it instead of the wall clock, so "
               "a morning rerun stamps the intended business day."
           end-display
           display
               " --reprocess [ID] - Lets an input feed already "
               "consumed by an earlier run (OPEN ... DUPGUARD) be "
               "processed again, once supervisor ID signs the "
               "override off with their password. Logged."
           end-display
           display
               " --period [ACTION] [PERIOD] - Fiscal period close "
               "control (fiscal-calendar=): list shows each period's "
               "dates and status; open, soft and hard set a period's "
               "status once a supervisor signs on. A hard close is "
               "final."
           end-display
           display
               " --keyed-util [ACTION] [FILE] [SEQFILE] - Keyed "
               "file housekeeping, with the file reserved: UNLOAD "
               "FILE SEQFILE writes it out with a control trailer; "
               "RELOAD SEQFILE FILE rebuilds it from one; REORG FILE "
               "unloads and reloads it in place with a before/after "
               "count and hash check; VERIFY FILE checks the primary "
               "and both alternate indexes against each other."
           end-display
           display
               " --profile-data [FILE] [LAYOUT] [RULES] - Profiles "
               "every field of a file through its MAP layout: "
               "populated/blank and numeric counts, min and max, "
               "distinct and most frequent values, date validity. "
               "EBCDIC translates text; RECLEN=n reads fixed-length "
               "records. RULES names a starter EDITRULES file to "
               "write."
           end-display
           display
               " --lint [SCRIPT|DIR] - Static analysis of a script, "
               "a directory's scripts, or (no argument) the whole "
               "library: unassigned and unused variables, unreachable "
               "code, unclosed or input-only channels, shadowed "
               "CONSTs, argument-count and type mismatches, unused "
               "labels/SUBs/FUNCTIONs. Exit 8 on errors, 4 on "
               "warnings."
           end-display
           display
               " --coverage - Adds the lines and IF/SELECT branches "
               "this run executes into SCRIPT.cov beside each script, "
               "accumulating across runs (--batch steps and CHAIN "
               "targets included)."
           end-display
           display
               " --coverage-report [SCRIPT|DIR] - Lists a script with "
               "run counts and never-run (#####) lines, each branch's "
               "times taken, and statement/branch percentages per "
               "SUB and FUNCTION. No argument reports every .cov in "
               "the current directory. Exit 4 on gaps, 8 on stale "
               "coverage."
           end-display
           display
               " --period-override [ID] - Lets postings into a "
               "soft-closed fiscal period through, once supervisor "
               "ID signs the override off with their password. "
               "Logged."
           end-display
           display
               "   --version - Prints the interpreter version and "
               "exits."
           end-display
           display
               "     --help - This help text."
           display
               "     --help [FILE] - Lists the parameters the "
               "program declares with PARAM: name, type, whether "
               "required, default and prompt."
           end-display
           display spaces 
           display
               "  [FILE] - File name of BASIC program to list "
               "  Anything after [FILE] is passed to the program "
               "and can be read back with COMMAND$."
           end-display
           display
               "  A program that declares PARAMs takes them as "
               "NAME=value arguments (e.g. BRANCH=07), in any "
               "order; a missing or invalid one refuses the run "
               "with exit status 14."
           end-display
           display spaces 
           stop run 

