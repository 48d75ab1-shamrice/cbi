      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: End-of-run volume gate: the records a run (or a
      *          job-stream step) read and wrote are checked against
      *          declarative rules before its history record is
      *          written. Rules live in the volume rules file --
      *          CBI_VOLUME_RULES (volume-rules= in cbi.cfg),
      *          cbi_volume.rul when unset -- one per line:
      *            script|step|measure|low|high|days
      *          script  the script name as run, or * for any;
      *          step    a job-stream step number, or blank / * for
      *                  any run of the script;
      *          measure READS or WRITES;
      *          low     lower bound, blank for none;
      *          high    upper bound, blank for none;
      *          days    blank / ALL, or BUSDAY to apply the rule on
      *                  business days only.
      *          A bound written as a percentage (50%, 200%) is taken
      *          against the average of the script's last successful
      *          runs in the run history; a plain number is a count.
      *          Percentage rules wait until the script has at least
      *          three successful runs on record. For example:
      *            post.bas||READS|50%|200%
      *            post.bas||WRITES|1||BUSDAY
      *          A breach fails an otherwise successful run with exit
      *          status 10 and returns the numbers that tripped it,
      *          so job-stream's log, IFFAIL recovery steps and the
      *          failure alert all see it. Lines starting with # are
      *          comments.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. volume-gate.

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

       data division.

       file section.

       fd  fd-rules-file.
       01  f-rules-line                  pic x(512).

       working-storage section.

       78  ws-volume-breach-status       value 10.
       78  ws-min-history-runs           value 3.

       01  ws-rules-file-name            pic x(256)
                                         value "cbi_volume.rul".
       01  ws-rules-file-status          pic xx.
           88  ws-rules-status-ok        value "00".
       01  ws-env-rules-file             pic x(256) value spaces.

       01  ws-rules-file-info            pic x(16).

      *>   One rule line, split.
       01  ws-rule-script                pic x(256).
       01  ws-rule-step                  pic x(8).
       01  ws-rule-measure               pic x(16).
       01  ws-rule-low                   pic x(16).
       01  ws-rule-high                  pic x(16).
       01  ws-rule-days                  pic x(16).
       01  ws-bound-text                 pic x(16).
       01  ws-bound-pct-sw               pic a.
           88  ws-bound-is-pct           value 'Y'.
           88  ws-bound-is-count         value 'N'.
       01  ws-bound-value                pic 9(10).
       01  ws-low-count                  pic 9(10).
       01  ws-high-count                 pic 9(10).
       01  ws-low-set-sw                 pic a.
           88  ws-low-set                value 'Y'.
           88  ws-low-not-set            value 'N'.
       01  ws-high-set-sw                pic a.
           88  ws-high-set               value 'Y'.
           88  ws-high-not-set           value 'N'.
       01  ws-rule-uses-pct-sw           pic a.
           88  ws-rule-uses-pct          value 'Y'.
           88  ws-rule-no-pct            value 'N'.

      *>   The run's counts and its history.
       01  ws-current-reads              pic 9(8).
       01  ws-current-writes             pic 9(8).
       01  ws-history-runs               pic 9(4).
       01  ws-avg-reads                  pic 9(8).
       01  ws-avg-writes                 pic 9(8).
       01  ws-measured                   pic 9(10).
       01  ws-average                    pic 9(10).

       01  ws-step-value                 pic 9(4).

      *>   Business day, resolved on the first BUSDAY rule.
       01  ws-busday-resolved-sw         pic a value 'N'.
           88  ws-busday-resolved        value 'Y'.
           88  ws-busday-unresolved      value 'N'.
       01  ws-busday-today-sw            pic a value 'Y'.
           88  ws-busday-today           value 'Y'.
           88  ws-not-busday-today       value 'N'.
       01  ws-proc-date                  pic x(8).
       01  ws-proc-date-active           pic a.
       01  ws-busday-input               pic x(256).
       01  ws-busday-type                pic x(8).
       01  ws-busday-value               pic x(1024).
       01  ws-busday-num                 pic s9(16).
       01  ws-busday-rc                  pic 9.

       01  ws-measured-disp              pic z,zzz,zzz,zz9.
       01  ws-low-disp                   pic z,zzz,zzz,zz9.
       01  ws-high-disp                  pic z,zzz,zzz,zz9.
       01  ws-average-disp               pic z,zzz,zzz,zz9.
       01  ws-runs-disp                  pic zzz9.
       01  ws-measure-word               pic x(8).
       01  ws-bounds-text                pic x(64).
       01  ws-history-text               pic x(96).
       01  ws-breach-message             pic x(256).
       01  ws-breach-count               pic 9(4) value 0.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-rules-line                 pic x(512).

       linkage section.

       01  l-script-name                 pic x(1024).

      *>   The job-stream step being checked, zero for a run started
      *>   on its own.
       01  l-step-index                  pic 9(4).

      *>   The run's exit status; an otherwise successful run that
      *>   breaches a rule comes back as 10.
       01  l-exit-status                 pic 999.

      *>   The first breach, numbers and all, for the job log.
       01  l-breach-text                 pic x(256).

       procedure division using
           l-script-name l-step-index l-exit-status l-breach-text.

       main-procedure.

           move spaces to l-breach-text
           move 0 to ws-breach-count

           if l-exit-status not = 0 then
               goback
           end-if

           move spaces to ws-env-rules-file
           accept ws-env-rules-file
               from environment "CBI_VOLUME_RULES"
           end-accept
           if ws-env-rules-file not = spaces then
               move ws-env-rules-file to ws-rules-file-name
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-rules-file-name ws-rules-file-info
           end-call
           if return-code not = 0 then
               goback
           end-if

           call "history-volume-sample" using
               l-script-name
               ws-current-reads
               ws-current-writes
               ws-history-runs
               ws-avg-reads
               ws-avg-writes
           end-call

           open input fd-rules-file

           if not ws-rules-status-ok then
               close fd-rules-file
               goback
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-rules-file into ls-rules-line
                   at end set ls-eof to true
                   not at end perform check-one-rule
               end-read
           end-perform

           close fd-rules-file

           if ws-breach-count > 0 then
               move ws-volume-breach-status to l-exit-status
           end-if

           goback.


      *>   One rule line: does it apply to this run, and do the
      *>   counts fall inside it?
       check-one-rule.

           move trim(ls-rules-line) to ls-rules-line

           if ls-rules-line = spaces
               or ls-rules-line(1:1) = "#"
           then
               exit paragraph
           end-if

           move spaces to ws-rule-script
           move spaces to ws-rule-step
           move spaces to ws-rule-measure
           move spaces to ws-rule-low
           move spaces to ws-rule-high
           move spaces to ws-rule-days

           unstring ls-rules-line
               delimited by "|"
               into ws-rule-script ws-rule-step ws-rule-measure
                    ws-rule-low ws-rule-high ws-rule-days
           end-unstring

           if trim(ws-rule-script) not = "*"
               and trim(ws-rule-script) not = trim(l-script-name)
           then
               exit paragraph
           end-if

           if trim(ws-rule-step) not = spaces
               and trim(ws-rule-step) not = "*"
           then
               if test-numval(trim(ws-rule-step)) not = 0 then
                   exit paragraph
               end-if
               compute ws-step-value = numval(ws-rule-step)
               end-compute
               if ws-step-value not = l-step-index then
                   exit paragraph
               end-if
           end-if

           evaluate upper-case(trim(ws-rule-measure))
               when "READS"
                   move ws-current-reads to ws-measured
                   move ws-avg-reads to ws-average
                   move "read" to ws-measure-word
               when "WRITES"
                   move ws-current-writes to ws-measured
                   move ws-avg-writes to ws-average
                   move "written" to ws-measure-word
               when other
                   call "logger-leveled" using concatenate(
                       "VOLUME-GATE :: WARN : Unknown measure in "
                       "rule: " trim(ls-rules-line))
                       "WARN"
                   end-call
                   exit paragraph
           end-evaluate

           if upper-case(trim(ws-rule-days)) = "BUSDAY" then
               if ws-busday-unresolved then
                   perform resolve-business-day
               end-if
               if ws-not-busday-today then
                   exit paragraph
               end-if
           end-if

           set ws-rule-no-pct to true

           set ws-low-not-set to true
           move ws-rule-low to ws-bound-text
           perform resolve-bound
           if ws-bound-text not = spaces then
               set ws-low-set to true
               move ws-bound-value to ws-low-count
           end-if

           set ws-high-not-set to true
           move ws-rule-high to ws-bound-text
           perform resolve-bound
           if ws-bound-text not = spaces then
               set ws-high-set to true
               move ws-bound-value to ws-high-count
           end-if

      *>   Too little history to say what normal looks like: the
      *>   percentage rule stands aside until there is.
           if ws-rule-uses-pct
               and ws-history-runs < ws-min-history-runs
           then
               call "logger" using concatenate(
                   "VOLUME-GATE :: " trim(l-script-name)
                   " has " ws-history-runs " successful run(s) on "
                   "record; percentage rule not applied: "
                   trim(ls-rules-line))
               end-call
               exit paragraph
           end-if

           if (ws-low-set and ws-measured < ws-low-count)
               or (ws-high-set and ws-measured > ws-high-count)
           then
               perform report-breach
           end-if

           exit paragraph.


      *>   ws-bound-text -> ws-bound-value: a count as written, or a
      *>   percentage of the history average. Unusable text leaves
      *>   the bound unset.
       resolve-bound.

           move trim(ws-bound-text) to ws-bound-text
           move 0 to ws-bound-value
           set ws-bound-is-count to true

           if ws-bound-text = spaces then
               exit paragraph
           end-if

           if ws-bound-text(length(trim(ws-bound-text)):1) = "%"
           then
               set ws-bound-is-pct to true
               move space
                   to ws-bound-text(length(trim(ws-bound-text)):1)
           end-if

           if test-numval(trim(ws-bound-text)) not = 0 then
               call "logger-leveled" using concatenate(
                   "VOLUME-GATE :: WARN : Unusable bound in rule: "
                   trim(ls-rules-line))
                   "WARN"
               end-call
               move spaces to ws-bound-text
               exit paragraph
           end-if

           if ws-bound-is-pct then
               set ws-rule-uses-pct to true
               compute ws-bound-value rounded =
                   ws-average * numval(ws-bound-text) / 100
               end-compute
           else
               compute ws-bound-value = numval(ws-bound-text)
               end-compute
           end-if

           exit paragraph.


       report-breach.

           add 1 to ws-breach-count

           move ws-measured to ws-measured-disp
           move ws-low-count to ws-low-disp
           move ws-high-count to ws-high-disp

           move spaces to ws-bounds-text
           evaluate true
               when ws-low-set and ws-high-set
                   string
                       "outside " trim(ws-low-disp) "-"
                       trim(ws-high-disp)
                       delimited by size
                       into ws-bounds-text
                   end-string
               when ws-low-set
                   string
                       "below the minimum " trim(ws-low-disp)
                       delimited by size
                       into ws-bounds-text
                   end-string
               when other
                   string
                       "above the maximum " trim(ws-high-disp)
                       delimited by size
                       into ws-bounds-text
                   end-string
           end-evaluate

           move spaces to ws-history-text
           if ws-rule-uses-pct then
               move ws-average to ws-average-disp
               move ws-history-runs to ws-runs-disp
               string
                   "(" trim(ws-rule-low) "-" trim(ws-rule-high)
                   " of the " trim(ws-runs-disp)
                   "-run average " trim(ws-average-disp) ")"
                   delimited by size
                   into ws-history-text
               end-string
           end-if

           move spaces to ws-breach-message
           string
               "VOLUME BREACH: " trim(l-script-name)
               " records " trim(ws-measure-word) " "
               trim(ws-measured-disp) " " trim(ws-bounds-text)
               " " trim(ws-history-text)
               delimited by size
               into ws-breach-message
           end-string

           if l-breach-text = spaces then
               move ws-breach-message to l-breach-text
           end-if

           display trim(ws-breach-message)

           call "logger-leveled" using concatenate(
               "VOLUME-GATE :: ERROR : " trim(ws-breach-message))
               "ERROR"
           end-call

           call "error-surface" using trim(ws-breach-message)
           end-call

           exit paragraph.


      *>   ISBUSDAY against the processing date, through the same
      *>   resolver the scripts and the scheduler use.
       resolve-business-day.

           set ws-busday-resolved to true
           set ws-busday-today to true

           call "get-processing-date" using
               ws-proc-date ws-proc-date-active
           end-call

           if ws-proc-date not numeric then
               move current-date(1:8) to ws-proc-date
           end-if

           move spaces to ws-busday-input
           string
               'ISBUSDAY("' ws-proc-date '")'
               delimited by size
               into ws-busday-input
           end-string

           move 0 to ws-busday-num

           call "busday-func" using
               ws-busday-input
               ws-busday-type
               ws-busday-value
               ws-busday-num
               ws-busday-rc
           end-call

           if ws-busday-num = 0 then
               set ws-not-busday-today to true
           end-if

           exit paragraph.

       end program volume-gate.
