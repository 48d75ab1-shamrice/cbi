      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Batch-night forecast behind cbi --forecast <manifest>
      *          [HH:MM]: walks a --batch manifest the way job-stream
      *          would run it on a clean night -- IFOK and ALWAYS
      *          steps in order, PARALLEL groups side by side under
      *          the parallel-max cap, IFFAIL recovery steps listed
      *          but not counted -- and projects each step's duration
      *          from its recent successful runs in the run history.
      *          Where a step's arguments name an input file that is
      *          already present (a path, or an @LOGICAL catalog
      *          name), the projection is scaled by tonight's record
      *          count against the step's average records read. The
      *          projected start/end timeline is compared with the
      *          batch deadline (batch-deadline=HH:MM in cbi.cfg via
      *          CBI_BATCH_DEADLINE); a deadline earlier than the
      *          start time is taken as the next morning. The
      *          scheduler runs the forecast quietly as it launches a
      *          stream and raises a FORECAST alert when the
      *          projection already misses the window.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. batch-forecast.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-manifest-file
               assign to dynamic ws-manifest-file-name
               organization is line sequential
               file status is ws-manifest-file-status.

               select optional fd-volume-file
               assign to dynamic ws-volume-file-name
               organization is line sequential
               file status is ws-volume-file-status.

       data division.

       file section.

       fd  fd-manifest-file.
       01  f-manifest-line               pic x(1024).

       fd  fd-volume-file.
       01  f-volume-line                 pic x(4096).

       working-storage section.

       78  ws-max-forecast-steps         value 50.

       01  ws-manifest-file-name         pic x(1024) value spaces.
       01  ws-manifest-file-status       pic xx.
           88  ws-manifest-status-ok     value "00".

       01  ws-volume-file-name           pic x(1024) value spaces.
       01  ws-volume-file-status         pic xx.
           88  ws-volume-status-ok       value "00".
       01  ws-volume-file-info           pic x(16).
       01  ws-volume-count               pic 9(10).

       01  ws-forecast-table.
           05  ws-num-steps              pic 9(4) comp value 0.
           05  ws-fc-step                occurs 50 times.
               10  ws-fc-script          pic x(256).
               10  ws-fc-args            pic x(512).
               10  ws-fc-cond            pic a.
                   88  ws-fc-cond-ifok   value 'O'.
                   88  ws-fc-cond-always value 'A'.
                   88  ws-fc-cond-iffail value 'F'.
               10  ws-fc-group           pic 9(4).
               10  ws-fc-runs            pic 9(4).
               10  ws-fc-avg-secs        pic 9(6).
               10  ws-fc-avg-reads       pic 9(8).
               10  ws-fc-tonight-reads   pic 9(10).
               10  ws-fc-input-sw        pic a.
                   88  ws-fc-input-found value 'Y'.
                   88  ws-fc-no-input    value 'N'.
               10  ws-fc-scale           pic 9(3)v99.
               10  ws-fc-proj-secs       pic 9(8).
               10  ws-fc-start-secs      pic 9(8).
               10  ws-fc-end-secs        pic 9(8).

       01  ws-step-idx                   pic 9(4) comp.
       01  ws-member-idx                 pic 9(4) comp.
       01  ws-group-last                 pic 9(4) comp.
       01  ws-num-groups                 pic 9(4) value 0.
       01  ws-open-group                 pic 9(4) value 0.

      *>   PARALLEL group simulation: each slot's projected free
      *>   time, the earliest free slot taking the next member.
       01  ws-slot-table.
           05  ws-slot-free-secs         pic 9(8) occurs 50 times.
       01  ws-slot-idx                   pic 9(4) comp.
       01  ws-slot-pick                  pic 9(4) comp.
       01  ws-parallel-max               pic 9(4) value 4.
       01  ws-env-parallel-max           pic x(8) value spaces.

       01  ws-clock-secs                 pic 9(8) value 0.
       01  ws-start-secs                 pic 9(8) value 0.
       01  ws-group-end-secs             pic 9(8) value 0.
       01  ws-deadline-secs              pic 9(8) value 0.
       01  ws-deadline-text              pic x(5) value spaces.
       01  ws-env-deadline               pic x(16) value spaces.
       01  ws-margin-secs                pic 9(8) value 0.
       01  ws-unprojected-count          pic 9(4) value 0.

       01  ws-clock-stamp                pic x(21).

      *>   hh:mm:ss rendering of a seconds count, with a +1 day
      *>   marker for projections that run past midnight.
       01  ws-fmt-secs                   pic 9(8).
       01  ws-fmt-rem                    pic 9(8).
       01  ws-fmt-days                   pic 9(4).
       01  ws-fmt-hh                     pic 99.
       01  ws-fmt-mm                     pic 99.
       01  ws-fmt-ss                     pic 99.
       01  ws-fmt-text                   pic x(12).
       01  ws-fmt-start-text             pic x(12).
       01  ws-fmt-end-text               pic x(12).
       01  ws-fmt-dur-text               pic x(12).

       01  ws-cond-text                  pic x(6).
       01  ws-runs-disp                  pic zzz9.
       01  ws-scale-disp                 pic zz9.99.
       01  ws-count-disp                 pic z,zzz,zzz,zz9.
       01  ws-step-disp                  pic 9(4).
       01  ws-note-text                  pic x(64).

      *>   Argument token scan for input files.
       01  ws-token-ptr                  pic 9(4) comp.
       01  ws-token                      pic x(256).
       01  ws-catalog-name               pic x(64).
       01  ws-catalog-path               pic x(1024).
       01  ws-catalog-rc                 pic 9.

       01  ws-alert-kind                 pic x(16) value "FORECAST".
       01  ws-alert-status               pic 999 value 0.
       01  ws-alert-step                 pic 9(4) value 0.

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-manifest-line              pic x(1024).
       01  ls-upper-line                 pic x(1024).
       01  ls-condition-word             pic x(272).

       linkage section.

       01  l-manifest-name               pic x(1024).

      *>   R: the operator's full report. S: the scheduler's check --
      *>   one log line, and an alert when the window is missed.
       01  l-forecast-mode               pic a.
           88  l-forecast-report         value 'R'.
           88  l-forecast-scheduled      value 'S'.

      *>   HH:MM the stream is to start, spaces for now.
       01  l-start-time                  pic x(5).

       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using
           l-manifest-name l-forecast-mode l-start-time
           l-return-code.

       main-procedure.

           set l-return-code-true to true

           move l-manifest-name to ws-manifest-file-name
           move 0 to ws-num-steps
           move 0 to ws-num-groups
           move 0 to ws-open-group

           open input fd-manifest-file

           if not ws-manifest-status-ok then
               close fd-manifest-file
               if l-forecast-report then
                   display
                       "Manifest not found: "
                       trim(ws-manifest-file-name)
                   end-display
               end-if
               call "logger-leveled" using concatenate(
                   "FORECAST :: ERROR : Cannot open manifest: "
                   trim(ws-manifest-file-name))
                   "ERROR"
               end-call
               goback
           end-if

           set ls-not-eof to true

           perform until ls-eof
               read fd-manifest-file into ls-manifest-line
                   at end set ls-eof to true
                   not at end perform collect-forecast-step
               end-read
           end-perform

           close fd-manifest-file

           perform resolve-forecast-settings

           perform varying ws-step-idx from 1 by 1
           until ws-step-idx > ws-num-steps
               perform profile-one-step
           end-perform

           perform project-timeline

           if l-forecast-report then
               perform display-forecast-report
           else
               perform report-scheduled-forecast
           end-if

           if ws-deadline-secs > 0
               and ws-clock-secs > ws-deadline-secs
           then
               set l-return-code-false to true
           end-if

           goback.


      *>   The manifest as job-stream reads it: symbols expanded,
      *>   PARALLEL / END PARALLEL grouping, RESERVE lines passed
      *>   over, a leading condition word peeled off.
       collect-forecast-step.

           if trim(ls-manifest-line) = spaces
               or ls-manifest-line(1:1) = "#"
           then
               exit paragraph
           end-if

           call "job-stream-expand-symbols" using ls-manifest-line
           end-call

           move trim(ls-manifest-line) to ls-manifest-line
           move upper-case(ls-manifest-line) to ls-upper-line

           if ls-upper-line = "PARALLEL" then
               if ws-open-group = 0 then
                   add 1 to ws-num-groups
                   move ws-num-groups to ws-open-group
               end-if
               exit paragraph
           end-if

           if ls-upper-line = "END PARALLEL"
               or ls-upper-line = "END-PARALLEL"
           then
               move 0 to ws-open-group
               exit paragraph
           end-if

           if ls-upper-line(1:8) = "RESERVE " then
               exit paragraph
           end-if

           if ws-num-steps >= ws-max-forecast-steps then
               exit paragraph
           end-if

           add 1 to ws-num-steps
           initialize ws-fc-step(ws-num-steps)
           set ws-fc-cond-ifok(ws-num-steps) to true
           move ws-open-group to ws-fc-group(ws-num-steps)
           set ws-fc-no-input(ws-num-steps) to true

           move spaces to ls-condition-word
           unstring ls-manifest-line
               delimited by space
               into ls-condition-word
           end-unstring

           evaluate true
               when upper-case(trim(ls-condition-word)) = "IFOK"
                   move trim(ls-manifest-line(
                       length(trim(ls-condition-word)) + 1:))
                       to ls-manifest-line

               when upper-case(trim(ls-condition-word)) = "ALWAYS"
                   set ws-fc-cond-always(ws-num-steps) to true
                   move trim(ls-manifest-line(
                       length(trim(ls-condition-word)) + 1:))
                       to ls-manifest-line

               when upper-case(ls-condition-word(1:7)) = "IFFAIL="
                   set ws-fc-cond-iffail(ws-num-steps) to true
                   move trim(ls-manifest-line(
                       length(trim(ls-condition-word)) + 1:))
                       to ls-manifest-line
           end-evaluate

           unstring ls-manifest-line
               delimited by space
               into ws-fc-script(ws-num-steps)
           end-unstring

           move trim(ls-manifest-line(
               length(trim(ws-fc-script(ws-num-steps))) + 1:))
               to ws-fc-args(ws-num-steps)

           exit paragraph.


      *>   History average for the step, then tonight's volume
      *>   where its input is already on disk.
       profile-one-step.

           move ws-fc-script(ws-step-idx) to ws-manifest-file-name
           call "history-step-profile" using
               ws-manifest-file-name
               ws-fc-runs(ws-step-idx)
               ws-fc-avg-secs(ws-step-idx)
               ws-fc-avg-reads(ws-step-idx)
           end-call

           move 0 to ws-fc-tonight-reads(ws-step-idx)
           move 1 to ws-token-ptr

           perform until ws-token-ptr
               > length(ws-fc-args(ws-step-idx))

               move spaces to ws-token
               unstring ws-fc-args(ws-step-idx)
                   delimited by all space
                   into ws-token
                   with pointer ws-token-ptr
               end-unstring

               if ws-token not = spaces then
                   perform count-input-token
               end-if
           end-perform

           move ws-fc-avg-secs(ws-step-idx)
               to ws-fc-proj-secs(ws-step-idx)
           move 1 to ws-fc-scale(ws-step-idx)

           if ws-fc-input-found(ws-step-idx)
               and ws-fc-avg-reads(ws-step-idx) > 0
           then
               compute ws-fc-scale(ws-step-idx) rounded =
                   ws-fc-tonight-reads(ws-step-idx)
                   / ws-fc-avg-reads(ws-step-idx)
                   on size error
                       move 999.99 to ws-fc-scale(ws-step-idx)
               end-compute
               compute ws-fc-proj-secs(ws-step-idx) rounded =
                   ws-fc-avg-secs(ws-step-idx)
                   * ws-fc-tonight-reads(ws-step-idx)
                   / ws-fc-avg-reads(ws-step-idx)
                   on size error
                       move 99999999 to ws-fc-proj-secs(ws-step-idx)
               end-compute
           end-if

           exit paragraph.


      *>   An argument naming an existing file (directly or as an
      *>   @LOGICAL catalog name) counts toward tonight's input. A
      *>   (+1) generation is an output and is left alone.
       count-input-token.

           inspect ws-token replacing all '"' by space
           move trim(ws-token) to ws-token

           if ws-token(1:1) = "@" then
               if ws-token(2:) = spaces
                   or ws-token(1:length(trim(ws-token))) = "@"
               then
                   exit paragraph
               end-if
               move 0 to ws-member-idx
               inspect ws-token tallying ws-member-idx
                   for all "(+"
               if ws-member-idx > 0 then
                   exit paragraph
               end-if
               move ws-token(2:64) to ws-catalog-name
               call "catalog-resolve" using
                   ws-catalog-name
                   ws-catalog-path
                   ws-catalog-rc
               end-call
               if ws-catalog-rc = 0 then
                   exit paragraph
               end-if
               move ws-catalog-path to ws-volume-file-name
           else
               move ws-token to ws-volume-file-name
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-volume-file-name ws-volume-file-info
           end-call

           if return-code not = 0 then
               exit paragraph
           end-if

           move 0 to ws-volume-count
           open input fd-volume-file
           if ws-volume-status-ok then
               perform until not ws-volume-status-ok
                   read fd-volume-file
                       at end
                           move "10" to ws-volume-file-status
                       not at end
                           add 1 to ws-volume-count
                   end-read
               end-perform
           end-if
           close fd-volume-file

           add ws-volume-count to ws-fc-tonight-reads(ws-step-idx)
           set ws-fc-input-found(ws-step-idx) to true

           exit paragraph.


      *>   Serial steps follow one another; a PARALLEL group's
      *>   members take the earliest free of parallel-max slots and
      *>   the group ends with its last member. IFFAIL recovery
      *>   steps only run on a bad night and are not counted.
       project-timeline.

           move ws-start-secs to ws-clock-secs
           move 1 to ws-step-idx

           perform until ws-step-idx > ws-num-steps

               if ws-fc-group(ws-step-idx) = 0 then
                   move ws-clock-secs to ws-fc-start-secs(ws-step-idx)
                   if ws-fc-cond-iffail(ws-step-idx) then
                       move ws-clock-secs
                           to ws-fc-end-secs(ws-step-idx)
                   else
                       compute ws-fc-end-secs(ws-step-idx) =
                           ws-clock-secs + ws-fc-proj-secs(ws-step-idx)
                       end-compute
                       move ws-fc-end-secs(ws-step-idx)
                           to ws-clock-secs
                       if ws-fc-runs(ws-step-idx) = 0 then
                           add 1 to ws-unprojected-count
                       end-if
                   end-if
                   add 1 to ws-step-idx
               else
                   perform project-parallel-group
               end-if
           end-perform

           exit paragraph.


       project-parallel-group.

           move ws-step-idx to ws-group-last
           perform varying ws-member-idx from ws-step-idx by 1
           until ws-member-idx > ws-num-steps
               or ws-fc-group(ws-member-idx)
                   not = ws-fc-group(ws-step-idx)
               move ws-member-idx to ws-group-last
           end-perform

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-parallel-max
               move ws-clock-secs to ws-slot-free-secs(ws-slot-idx)
           end-perform

           move ws-clock-secs to ws-group-end-secs

           perform varying ws-member-idx from ws-step-idx by 1
           until ws-member-idx > ws-group-last

               if ws-fc-cond-iffail(ws-member-idx) then
                   move ws-clock-secs
                       to ws-fc-start-secs(ws-member-idx)
                   move ws-clock-secs
                       to ws-fc-end-secs(ws-member-idx)
               else
                   move 1 to ws-slot-pick
                   perform varying ws-slot-idx from 2 by 1
                   until ws-slot-idx > ws-parallel-max
                       if ws-slot-free-secs(ws-slot-idx)
                           < ws-slot-free-secs(ws-slot-pick)
                       then
                           move ws-slot-idx to ws-slot-pick
                       end-if
                   end-perform

                   move ws-slot-free-secs(ws-slot-pick)
                       to ws-fc-start-secs(ws-member-idx)
                   compute ws-fc-end-secs(ws-member-idx) =
                       ws-fc-start-secs(ws-member-idx)
                       + ws-fc-proj-secs(ws-member-idx)
                   end-compute
                   move ws-fc-end-secs(ws-member-idx)
                       to ws-slot-free-secs(ws-slot-pick)

                   if ws-fc-end-secs(ws-member-idx)
                       > ws-group-end-secs
                   then
                       move ws-fc-end-secs(ws-member-idx)
                           to ws-group-end-secs
                   end-if

                   if ws-fc-runs(ws-member-idx) = 0 then
                       add 1 to ws-unprojected-count
                   end-if
               end-if
           end-perform

           move ws-group-end-secs to ws-clock-secs
           compute ws-step-idx = ws-group-last + 1
           end-compute

           exit paragraph.


       display-forecast-report.

           move ws-start-secs to ws-fmt-secs
           perform format-clock-secs
           move ws-fmt-text to ws-fmt-start-text

           display " "
           display
               "Forecast for " trim(l-manifest-name)
               ": start " trim(ws-fmt-start-text)
               with no advancing
           end-display
           if ws-deadline-secs > 0 then
               display ", deadline " ws-deadline-text
           else
               display ", no batch-deadline configured"
           end-if
           display " "
           display
               "  step cond   runs   average  scale  "
               "   start       end        script"
           end-display

           perform varying ws-step-idx from 1 by 1
           until ws-step-idx > ws-num-steps
               perform display-forecast-step
           end-perform

           move ws-clock-secs to ws-fmt-secs
           perform format-clock-secs
           move ws-fmt-text to ws-fmt-end-text

           display " "
           display
               "  Projected completion: " trim(ws-fmt-end-text)
           end-display

           if ws-unprojected-count > 0 then
               display
                   "  " ws-unprojected-count " step(s) have no "
                   "successful history and are projected at zero."
               end-display
           end-if

           if ws-deadline-secs = 0 then
               exit paragraph
           end-if

           if ws-clock-secs > ws-deadline-secs then
               compute ws-fmt-secs =
                   ws-clock-secs - ws-deadline-secs
               end-compute
               perform format-duration-secs
               display
                   "  MISSES the " ws-deadline-text
                   " deadline by " trim(ws-fmt-text)
                   " -- consider deferring non-critical steps."
               end-display
           else
               compute ws-fmt-secs =
                   ws-deadline-secs - ws-clock-secs
               end-compute
               perform format-duration-secs
               display
                   "  Within the " ws-deadline-text
                   " deadline with " trim(ws-fmt-text)
                   " to spare."
               end-display
           end-if

           exit paragraph.


       display-forecast-step.

           move ws-step-idx to ws-step-disp

           evaluate true
               when ws-fc-cond-always(ws-step-idx)
                   move "ALWAYS" to ws-cond-text
               when ws-fc-cond-iffail(ws-step-idx)
                   move "IFFAIL" to ws-cond-text
               when other
                   move "IFOK" to ws-cond-text
           end-evaluate

           move ws-fc-runs(ws-step-idx) to ws-runs-disp

           move ws-fc-avg-secs(ws-step-idx) to ws-fmt-secs
           perform format-duration-secs
           move ws-fmt-text to ws-fmt-dur-text

           move ws-fc-scale(ws-step-idx) to ws-scale-disp

           move ws-fc-start-secs(ws-step-idx) to ws-fmt-secs
           perform format-clock-secs
           move ws-fmt-text to ws-fmt-start-text

           move ws-fc-end-secs(ws-step-idx) to ws-fmt-secs
           perform format-clock-secs
           move ws-fmt-text to ws-fmt-end-text

           move spaces to ws-note-text
           evaluate true
               when ws-fc-cond-iffail(ws-step-idx)
                   move "(recovery only -- not counted)"
                       to ws-note-text
               when ws-fc-runs(ws-step-idx) = 0
                   move "(no history)" to ws-note-text
               when ws-fc-input-found(ws-step-idx)
                   move ws-fc-tonight-reads(ws-step-idx)
                       to ws-count-disp
                   string
                       "(input " trim(ws-count-disp) " rec)"
                       delimited by size
                       into ws-note-text
                   end-string
           end-evaluate

           if ws-fc-group(ws-step-idx) > 0 then
               display
                   "  " ws-step-disp " " ws-cond-text " "
                   ws-runs-disp "  " ws-fmt-dur-text(1:8)
                   " " ws-scale-disp "  " ws-fmt-start-text(1:10)
                   " " ws-fmt-end-text(1:10) " "
                   trim(ws-fc-script(ws-step-idx))
                   " [parallel " ws-fc-group(ws-step-idx) "] "
                   trim(ws-note-text)
               end-display
           else
               display
                   "  " ws-step-disp " " ws-cond-text " "
                   ws-runs-disp "  " ws-fmt-dur-text(1:8)
                   " " ws-scale-disp "  " ws-fmt-start-text(1:10)
                   " " ws-fmt-end-text(1:10) " "
                   trim(ws-fc-script(ws-step-idx)) " "
                   trim(ws-note-text)
               end-display
           end-if

           exit paragraph.


      *>   The scheduler's quiet check: one log line, and when the
      *>   projection is already past the deadline the warning goes
      *>   to the error surface and the on-call group.
       report-scheduled-forecast.

           move ws-clock-secs to ws-fmt-secs
           perform format-clock-secs
           move ws-fmt-text to ws-fmt-end-text

           call "logger" using concatenate(
               "FORECAST :: " trim(l-manifest-name)
               " projected to complete " trim(ws-fmt-end-text))
           end-call

           if ws-deadline-secs = 0
               or ws-clock-secs <= ws-deadline-secs
           then
               exit paragraph
           end-if

           display
               "  WARNING: " trim(l-manifest-name)
               " is projected to complete " trim(ws-fmt-end-text)
               ", past the " ws-deadline-text " deadline."
           end-display

           call "logger-leveled" using concatenate(
               "FORECAST :: WARN : " trim(l-manifest-name)
               " projected to complete " trim(ws-fmt-end-text)
               ", past the batch deadline " ws-deadline-text)
               "WARN"
           end-call

           call "error-surface" using concatenate(
               "Stream " trim(l-manifest-name)
               " forecast to miss the batch window: deadline "
               ws-deadline-text ", projected "
               trim(ws-fmt-end-text))
           end-call

           call "alert-set-context" using
               l-manifest-name
               ws-alert-step
               ws-alert-status
           end-call

           call "alert-event" using
               concatenate(
               "Stream " trim(l-manifest-name)
               " is forecast to miss the batch window before it "
               "starts: deadline " ws-deadline-text
               ", projected completion " trim(ws-fmt-end-text)
               ". Consider deferring non-critical steps.")
               ws-alert-kind
               ws-alert-status
           end-call

           exit paragraph.


       format-clock-secs.

           divide ws-fmt-secs by 86400
               giving ws-fmt-days
               remainder ws-fmt-rem
           end-divide

           perform split-hh-mm-ss

           move spaces to ws-fmt-text
           if ws-fmt-days > 0 then
               string
                   ws-fmt-hh ":" ws-fmt-mm ":" ws-fmt-ss " +1"
                   delimited by size
                   into ws-fmt-text
               end-string
           else
               string
                   ws-fmt-hh ":" ws-fmt-mm ":" ws-fmt-ss
                   delimited by size
                   into ws-fmt-text
               end-string
           end-if

           exit paragraph.


       format-duration-secs.

           move ws-fmt-secs to ws-fmt-rem
           if ws-fmt-rem > 359999 then
               move 359999 to ws-fmt-rem
           end-if

           perform split-hh-mm-ss

           move spaces to ws-fmt-text
           string
               ws-fmt-hh ":" ws-fmt-mm ":" ws-fmt-ss
               delimited by size
               into ws-fmt-text
           end-string

           exit paragraph.


       split-hh-mm-ss.

           divide ws-fmt-rem by 3600
               giving ws-fmt-hh
               remainder ws-fmt-rem
           end-divide
           divide ws-fmt-rem by 60
               giving ws-fmt-mm
               remainder ws-fmt-ss
           end-divide

           exit paragraph.


      *>   Start time (given HH:MM or now), the deadline -- moved to
      *>   the next morning when it falls before the start -- and
      *>   the parallel cap job-stream will apply.
       resolve-forecast-settings.

           move function current-date to ws-clock-stamp

           if l-start-time(1:2) numeric
               and l-start-time(3:1) = ":"
               and l-start-time(4:2) numeric
           then
               compute ws-start-secs =
                   numval(l-start-time(1:2)) * 3600
                   + numval(l-start-time(4:2)) * 60
               end-compute
           else
               compute ws-start-secs =
                   numval(ws-clock-stamp(9:2)) * 3600
                   + numval(ws-clock-stamp(11:2)) * 60
                   + numval(ws-clock-stamp(13:2))
               end-compute
           end-if

           move 0 to ws-deadline-secs
           move spaces to ws-env-deadline
           accept ws-env-deadline
               from environment "CBI_BATCH_DEADLINE"
           end-accept

           if ws-env-deadline not = spaces then
               move trim(ws-env-deadline)(1:5) to ws-deadline-text
               if ws-deadline-text(1:2) numeric
                   and ws-deadline-text(4:2) numeric
               then
                   compute ws-deadline-secs =
                       numval(ws-deadline-text(1:2)) * 3600
                       + numval(ws-deadline-text(4:2)) * 60
                   end-compute
                   if ws-deadline-secs <= ws-start-secs then
                       add 86400 to ws-deadline-secs
                   end-if
               end-if
           end-if

           move 4 to ws-parallel-max
           move spaces to ws-env-parallel-max
           accept ws-env-parallel-max
               from environment "CBI_PARALLEL_MAX"
           end-accept

           if ws-env-parallel-max not = spaces
               and test-numval(trim(ws-env-parallel-max)) = 0
               and numval(ws-env-parallel-max) >= 1
               and numval(ws-env-parallel-max) <= 50
           then
               compute ws-parallel-max =
                   numval(ws-env-parallel-max)
               end-compute
           end-if

           exit paragraph.

       end program batch-forecast.
