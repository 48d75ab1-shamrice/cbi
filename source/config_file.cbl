      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Interpreter defaults from configuration files, read
      *          before the command line so flags typed by the
      *          operator still override. Files are applied in
      *            logging=on            log-level=WARN
      *            trace=on              audit=on
      *            rehearse=on           max-variables=5000
      *            coverage=on
      *            spool-dir=/path       library-path=/a:/b
      *            decimal-rounding=halfup|banker
      *            holiday-file=/path/holidays.dat
      *            prn-bold-on=^(s3B (and -off, -bc128-on/-off)
      *            net-user=acct  net-password=secret
      *            log-dir=/path
      *            alert-file=/path/cbi_alert.rcp
      *            alert-log=/path/cbi_alerts.log
      *            alert-group=ONCALL
      *            mail-command=/usr/sbin/sendmail -t
      *            parallel-max=4
      *            reserve-file=/path/cbi_reservations.dat
      *            reserve-wait-secs=300
      *            volume-rules=/path/cbi_volume.rul
      *            run-dir=/path/runs
      *            console-refresh=5
      *            serve-file=/path/cbi_serve.dat
      *            serve-dir=/path/serve
      *            serve-log=/path/cbi_serve.log
      *            syslog-forward=on
      *            syslog-facility=LOCAL3
      *            lineage-file=/path/cbi_lineage.dat
      *            erasure-rules=/path/cbi.pii
      *            erasure-log=/path/cbi_erasure.log
      *            scramble-seed=any-private-phrase
      *            site-key-file=/secure/cbi_site.key
      *            pgp-home=/secure/gnupg
      *            pgp-recipient=BANK-KEY-ID
      *            pgp-signer=OUR-KEY-ID
      *            pgp-verify-key=BANK-SIGNING-FINGERPRINT
      *            pgp-passphrase-file=/secure/pgp.pass
      *            vault-file=/secure/cbi.vault
      *            net-password=vault:BANK_FTP (any vault entry)
      *            checker-roles=SUPERVISOR/CHECKER
      *            dual-control-expiry=8
      *            dual-control-file=/path/cbi_dual_control.dat
      *            test-library=/cbi/test/lib
      *            prod-library=/cbi/prod/lib
      *            promotion-file=/cbi/prod/lib/cbi_promotion.dat
      *            dictionary-file=/cbi/lib/cbi_dictionary.dat
      *            bai-code-table=BAITYPE
      *            gl-suspense-account=999999
      *            balance-history=/path/cbi_balance_history.dat
      *            feed-register=/path/cbi_feed_register.dat
      *            reprocess-roles=SUPERVISOR
      *            rate-file=/path/cbi_rates.csv
      *            base-currency=USD
      *            fiscal-calendar=/path/cbi_fiscal.cal
      *            period-status-file=/path/cbi_period_status.dat
      *            period-close-roles=SUPERVISOR
      *            letter-dir=/path/letters
      *            charset=utf-8
      *          Of the sizing limits only max-variables is
      *          configurable; the file slot count and program line
      *          capacity are fixed record layouts and would need a
                       end-compute
                   end-if

               when "coverage"
      *>           on gathers statement and branch coverage into
      *>           the .cov files beside the scripts, as
      *>           --coverage does.
                   set environment "CBI_COVERAGE"
                       to ls-config-value

               when "reparse"
      *>           on forces a full reparse, ignoring the token
      *>           caches beside the sources.
                   set environment "CBI_NET_PASSWORD"
                       to ls-config-value

               when "vault-file"
      *>           The encrypted credential vault (cbi --vault,
      *>           GETSECRET$, vault:<name> settings).
                   set environment "CBI_VAULT_FILE"
                       to ls-config-value

               when "checker-roles"
      *>           Menu roles that may approve dual-control runs.
                   set environment "CBI_CHECKER_ROLES"
                       to ls-config-value

               when "dual-control-expiry"
      *>           Hours a parked dual-control run waits for its
      *>           approval before it lapses (0 = never).
                   set environment "CBI_DUAL_EXPIRY_HOURS"
                       to ls-config-value

               when "dual-control-file"
                   set environment "CBI_DUAL_CONTROL_FILE"
                       to ls-config-value

               when "test-library"
      *>           Where cbi --promote takes scripts from, and the
      *>           library it puts them in.
                   set environment "CBI_TEST_LIBRARY"
                       to ls-config-value

               when "prod-library"
                   set environment "CBI_PROD_LIBRARY"
                       to ls-config-value

               when "promotion-file"
                   set environment "CBI_PROMOTION_FILE"
                       to ls-config-value

               when "dictionary-file"
                   set environment "CBI_DICTIONARY_FILE"
                       to ls-config-value

               when "bai-code-table"
      *>           The code table BAIREAD describes BAI2 type codes
      *>           from.
                   set environment "CBI_BAI_CODE_TABLE"
                       to ls-config-value

               when "gl-suspense-account"
      *>           Where GLBALANCE posts a journal's difference within
      *>           tolerance, unless the statement names one.
                   set environment "CBI_GL_SUSPENSE"
                       to ls-config-value

               when "balance-history"
      *>           Where the BALANCE proof keeps each run's outcome
      *>           for month-end sign-off.
                   set environment "CBI_BALANCE_HISTORY"
                       to ls-config-value

               when "feed-register"
      *>           Where the duplicate input-file guard keeps the
      *>           fingerprints of the feeds runs have consumed.
                   set environment "CBI_FEED_REGISTER"
                       to ls-config-value

               when "reprocess-roles"
      *>           The roles a supervisor needs to let an already
      *>           consumed feed through under --reprocess.
                   set environment "CBI_REPROCESS_ROLES"
                       to ls-config-value

               when "rate-file"
      *>           The dated exchange rate table CONVERT() reads.
                   set environment "CBI_RATE_FILE"
                       to ls-config-value

               when "base-currency"
      *>           The currency CONVERT() triangulates through when
      *>           there is no rate for the pair itself.
                   set environment "CBI_BASE_CURRENCY"
                       to ls-config-value

               when "fiscal-calendar"
      *>           The 4-4-5 fiscal periods and their date ranges.
                   set environment "CBI_FISCAL_CALENDAR"
                       to ls-config-value

               when "period-status-file"
      *>           Where each fiscal period's open/soft/hard close
      *>           status is kept.
                   set environment "CBI_PERIOD_STATUS"
                       to ls-config-value

               when "period-close-roles"
      *>           The roles a supervisor needs to change a period's
      *>           status or override a soft close.
                   set environment "CBI_PERIOD_ROLES"
                       to ls-config-value

               when "letter-dir"
      *>           Where LETTER looks for a template named without a
      *>           directory.
                   set environment "CBI_LETTER_DIR"
                       to ls-config-value

               when "prn-bold-on"
      *>           Printer control strings for the LPRINT named
      *>           effects; a leading ^ stands for the ESC byte.
                   set environment "CBI_LOG_DIR"
                       to ls-config-value

               when "alert-file"
      *>           Alert groups and their mail recipients.
                   set environment "CBI_ALERT_FILE"
                       to ls-config-value

               when "alert-log"
                   set environment "CBI_ALERT_LOG"
                       to ls-config-value

               when "alert-group"
      *>           The group automatic failure alerts go to.
                   set environment "CBI_ALERT_GROUP"
                       to ls-config-value

               when "mail-command"
      *>           The box's mail transport; reads the headed
      *>           message on standard input.
                   set environment "CBI_MAIL_CMD"
                       to ls-config-value

               when "parallel-max"
      *>           Cap on a manifest PARALLEL block's concurrent
      *>           child runs.
                   set environment "CBI_PARALLEL_MAX"
                       to ls-config-value

               when "reserve-file"
      *>           The shared register of dataset reservations.
                   set environment "CBI_RESERVE_FILE"
                       to ls-config-value

               when "reserve-wait-secs"
      *>           How long a conflicting run waits before it is
      *>           refused.
                   set environment "CBI_RESERVE_WAIT_SECS"
                       to ls-config-value

               when "volume-rules"
      *>           The record-volume rules checked at end of run.
                   set environment "CBI_VOLUME_RULES"
                       to ls-config-value

               when "run-dir"
      *>           The live run board the operations console reads.
                   set environment "CBI_RUN_DIR" to ls-config-value

               when "console-refresh"
      *>           Seconds between operations console refreshes.
                   set environment "CBI_CONSOLE_REFRESH"
                       to ls-config-value

               when "serve-file"
      *>           Which operator roles the HTTP service lets run
      *>           which scripts, queues and spool files.
                   set environment "CBI_SERVE_FILE" to ls-config-value

               when "serve-dir"
      *>           Where the HTTP service keeps its runs' output.
                   set environment "CBI_SERVE_DIR" to ls-config-value

               when "serve-log"
      *>           The HTTP service's one-line-per-request log.
                   set environment "CBI_SERVE_LOG" to ls-config-value

               when "syslog-forward"
      *>           Security events to the local syslog: on or off.
                   set environment "CBI_SYSLOG_FORWARD"
                       to ls-config-value

               when "syslog-facility"
      *>           The facility those events go out under.
                   set environment "CBI_SYSLOG_FACILITY"
                       to ls-config-value

               when "lineage-file"
      *>           The lineage register every run appends to.
                   set environment "CBI_LINEAGE_FILE"
                       to ls-config-value

               when "erasure-rules"
      *>           Which datasets, and which of their fields, hold a
      *>           data subject for cbi --erase.
                   set environment "CBI_ERASE_RULES"
                       to ls-config-value

               when "erasure-log"
      *>           The hash-chained record of erasure runs.
                   set environment "CBI_ERASE_LOG"
                       to ls-config-value

               when "scramble-seed"
      *>           Keys cbi --refresh-test's fakes; the same seed
      *>           gives the same fakes run after run.
                   set environment "CBI_SCRAMBLE_SEED"
                       to ls-config-value

               when "site-key-file"
      *>           The key OPEN ... ENCRYPTED files are sealed with.
                   set environment "CBI_SITE_KEY_FILE"
                       to ls-config-value

               when "pgp-home"
      *>           The GnuPG home holding the TRANSFER ... PGP keys.
                   set environment "CBI_PGP_HOME"
                       to ls-config-value

               when "pgp-recipient"
      *>           Whose public key outbound PGP files are for.
                   set environment "CBI_PGP_RECIPIENT"
                       to ls-config-value

               when "pgp-signer"
      *>           Our own key, signing outbound PGP files.
                   set environment "CBI_PGP_SIGNER"
                       to ls-config-value

               when "pgp-verify-key"
      *>           The only key an inbound PGP file may be signed by.
                   set environment "CBI_PGP_VERIFY_KEY"
                       to ls-config-value

               when "pgp-passphrase-file"
      *>           Unlocks the signing / decryption key unattended.
                   set environment "CBI_PGP_PASSPHRASE_FILE"
                       to ls-config-value

               when "library-path"
                   set environment "CBI_PATH" to ls-config-value

               when "charset"
      *>           utf-8 makes the string functions, PRINT columns
      *>           and FIELD padding count characters, not bytes.
                   set environment "CBI_CHARSET" to ls-config-value

               when other
                   call "logger-leveled" using concatenate(
                       "CONFIG :: WARN : Unrecognized key in "
