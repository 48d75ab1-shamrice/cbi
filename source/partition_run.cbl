      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Partitioned runs behind cbi --partition: one script
      *          run as N partitions over one input, so a posting
      *          run over a large master finishes inside the batch
      *          window. The partition spec file is one KEYWORD=value
      *          per line (blank lines and lines starting with #
      *          skipped):
      *            SCRIPT=post.bas       the script every partition
      *                                  runs
      *            ARGS=text             its COMMAND$ (optional)
      *            INPUT=@CUSTIN         the input, a logical name or
      *                                  a path
      *            OUTPUT=@CUSTOUT       the merged output, likewise
      *            ORG=SEQ|KEYED         the input's organization
      *                                  (SEQ when unset)
      *            KEY=start,len         partitioning key columns
      *                                  (1,64 -- the record key --
      *                                  for a KEYED input)
      *            OUTKEY=start,len      output merge key (KEY when
      *                                  unset)
      *            AMOUNT=start,len      hash-total field for the
      *                                  TRL trailers (optional)
      *            PARTS=n               partitions, 1 to 16 (4)
      *            METHOD=RANGE|HASH     split by key range (the
      *                                  default) or key hash
      *            BOUNDS=k1,k2,...      RANGE split points: keys
      *                                  below k1 go to partition 1,
      *                                  below k2 to 2, and so on
      *          RANGE without BOUNDS cuts key-ordered input into
      *          equal runs of records, never splitting one key
      *          across two partitions. The input is read once per
      *          partition, each pass writing that partition's
      *          slice; a KEYED input is read in key order and each
      *          slice built as a keyed file. Each partition runs as
      *          its own child cbi run (at most CBI_PARALLEL_MAX at
      *          once, 4 when unset) with CBI_PARTITION and
      *          CBI_PARTITION_COUNT set, its own restart file for
      *          CHECKPOINT, and a catalog overlay
      *          (CBI_PARTITION_CATALOG) mapping the INPUT and
      *          OUTPUT logical names to its slice and its piece of
      *          the output -- so the script opens "@CUSTIN" and
      *          "@CUSTOUT" unchanged. A script given paths instead
      *          reads CBI_PARTITION_INPUT and CBI_PARTITION_OUTPUT
      *          through ENVIRON$. Once every partition succeeds the
      *          pieces are merged back into one file in OUTKEY
      *          order, partition order kept for equal keys.
      *          Control totals: an input TRL trailer is checked
      *          against the records read before anything runs, each
      *          slice gets a trailer of its own, and the pieces'
      *          trailers are summed into one on the merged output
      *          (exit status 6 when they disagree with the records
      *          merged). Each child's run-stats counters come back
      *          through a stats file and are rolled up in the
      *          partition report, to the screen and the log.
      *          Partition state is kept in cbi_part_<spec>.state
      *          beside wherever the run is: rerunning cbi
      *          --partition after a failure keeps the slices and
      *          completed partitions and reruns only the failed
      *          ones -- with --restart when one left a checkpoint.
      *          Work files are removed once the merge is done.
      *          Entry partition-child-close is the child side,
      *          called by the interpreter at end of run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. partition-run.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-part-spec-file
               assign to dynamic ws-spec-file-name
               organization is line sequential
               file status is ws-spec-file-status.

               select optional fd-part-input
               assign to dynamic ws-input-path
               organization is line sequential
               file status is ws-input-status.

               select fd-part-slice
               assign to dynamic ws-slice-name
               organization is line sequential
               file status is ws-slice-status.

               select optional fd-part-piece
               assign to dynamic ws-piece-name
               organization is line sequential
               file status is ws-piece-status.

               select fd-part-output
               assign to dynamic ws-output-path
               organization is line sequential
               file status is ws-output-status.

               select optional fd-part-state-file
               assign to dynamic ws-state-file-name
               organization is line sequential
               file status is ws-state-file-status.

               select optional fd-part-aux-file
               assign to dynamic ws-aux-file-name
               organization is line sequential
               file status is ws-aux-file-status.

               select fd-part-work
               assign to "cbi_part.tmp".

       data division.

       file section.

       fd  fd-part-spec-file.
       01  f-part-spec-line              pic x(1024).

       fd  fd-part-input.
       01  f-part-input-line             pic x(8192).

       fd  fd-part-slice.
       01  f-part-slice-line             pic x(8192).

       fd  fd-part-piece.
       01  f-part-piece-line             pic x(8192).

       fd  fd-part-output.
       01  f-part-output-line            pic x(8192).

       fd  fd-part-state-file.
       01  f-part-state-line             pic x(128).

       fd  fd-part-aux-file.
       01  f-part-aux-line               pic x(1100).

       sd  fd-part-work.
       01  f-part-work-record.
           05  f-part-work-key           pic x(64).
           05  f-part-work-line          pic x(8192).

       working-storage section.

       78  ws-max-partitions             value 16.
       78  ws-totals-exit-status         value 6.

      *>   Keyed file numbers the split uses -- out of the range any
      *>   script's OPEN could be holding, though none is running.
       78  ws-keyed-input-number         value 98.
       78  ws-keyed-slice-number         value 99.

       01  ws-spec-file-name             pic x(1024) value spaces.
       01  ws-spec-file-status           pic xx.
           88  ws-spec-status-ok         value "00".
       01  ws-spec-checksum              pic 9(9) value 0.
       01  ws-spec-char-idx              pic 9(4) comp.
       01  ws-spec-keyword               pic x(16).
       01  ws-spec-value                 pic x(1024).
       01  ws-spec-bad-sw                pic a value 'N'.
           88  ws-spec-bad               value 'Y'.
           88  ws-spec-good              value 'N'.

      *>   The spec as read.
       01  ws-pt-script                  pic x(256) value spaces.
       01  ws-pt-args                    pic x(512) value spaces.
       01  ws-pt-input                   pic x(256) value spaces.
       01  ws-pt-output                  pic x(256) value spaces.
       01  ws-pt-input-logical           pic x(64) value spaces.
       01  ws-pt-output-logical          pic x(64) value spaces.
       01  ws-pt-org-sw                  pic a value 'S'.
           88  ws-pt-org-seq             value 'S'.
           88  ws-pt-org-keyed           value 'K'.
       01  ws-pt-method-sw               pic a value 'R'.
           88  ws-pt-method-range        value 'R'.
           88  ws-pt-method-hash         value 'H'.
       01  ws-pt-key-start               pic 9(4) value 0.
       01  ws-pt-key-len                 pic 9(4) value 0.
       01  ws-pt-outkey-start            pic 9(4) value 0.
       01  ws-pt-outkey-len              pic 9(4) value 0.
       01  ws-pt-amount-start            pic 9(4) value 0.
       01  ws-pt-amount-len              pic 9(4) value 0.
       01  ws-pt-parts                   pic 9(4) value 4.
       01  ws-pt-bounds-table.
           05  ws-pt-num-bounds          pic 9(4) comp value 0.
           05  ws-pt-bound               pic x(64) occurs 15 times.

      *>   start,len scratch for KEY=, OUTKEY= and AMOUNT=.
       01  ws-pair-start-text            pic x(16).
       01  ws-pair-len-text              pic x(16).
       01  ws-pair-start                 pic 9(4).
       01  ws-pair-len                   pic 9(4).
       01  ws-bounds-pointer             pic 9(4) comp.
       01  ws-bound-text                 pic x(64).

       01  ws-input-path                 pic x(1024) value spaces.
       01  ws-input-status               pic xx.
           88  ws-input-status-ok        value "00".
       01  ws-output-path                pic x(1024) value spaces.
       01  ws-output-status              pic xx.
           88  ws-output-status-ok       value "00".
       01  ws-slice-name                 pic x(300) value spaces.
       01  ws-slice-status               pic xx.
           88  ws-slice-status-ok        value "00".
       01  ws-piece-name                 pic x(300) value spaces.
       01  ws-piece-status               pic xx.
           88  ws-piece-status-ok        value "00".
       01  ws-aux-file-name              pic x(300) value spaces.
       01  ws-aux-file-status            pic xx.
           88  ws-aux-status-ok          value "00" "05".
       01  ws-resolve-name               pic x(64).
       01  ws-resolve-path               pic x(1024).
       01  ws-resolve-rc                 pic 9 value 0.

      *>   Work file names: cbi_part_<spec>.pNN.<kind>.
       01  ws-work-prefix                pic x(280) value spaces.
       01  ws-flat-name                  pic x(256).
       01  ws-flat-char-idx              pic 9(4) comp.
       01  ws-state-file-name            pic x(300) value spaces.
       01  ws-state-file-status          pic xx.
           88  ws-state-status-ok        value "00".
       01  ws-catalog-name               pic x(300) value spaces.
       01  ws-restart-name               pic x(300) value spaces.
       01  ws-stats-name                 pic x(300) value spaces.
       01  ws-log-name                   pic x(300) value spaces.
       01  ws-rc-name                    pic x(300) value spaces.
       01  ws-file-info                  pic x(16).

       01  ws-part-table.
           05  ws-part                   occurs 16 times.
               10  ws-part-state         pic a value 'P'.
                   88  ws-part-pending   value 'P'.
                   88  ws-part-running   value 'L'.
                   88  ws-part-done      value 'D'.
                   88  ws-part-failed    value 'F'.
               10  ws-part-status        pic 999 value 0.
               10  ws-part-records-in    pic 9(10) value 0.
               10  ws-part-records-out   pic 9(10) value 0.
               10  ws-part-attempts      pic 9(4) value 0.
               10  ws-part-start-secs    pic 9(6) value 0.
               10  ws-part-elapsed       pic 9(6) value 0.
               10  ws-part-lines         pic 9(10) value 0.
               10  ws-part-reads         pic 9(10) value 0.
               10  ws-part-writes        pic 9(10) value 0.
               10  ws-part-warnings      pic 9(6) value 0.
               10  ws-part-launch-sw     pic a value 'N'.
                   88  ws-part-to-launch value 'Y'.
                   88  ws-part-not-to-launch value 'N'.

       01  ws-part-idx                   pic 9(4) comp.
       01  ws-state-idx                  pic 9(4) comp.
       01  ws-part-disp                  pic 99.
       01  ws-state-disp                 pic 99.
       01  ws-parts-disp                 pic 99.
       01  ws-assigned-part              pic 9(4) comp.
       01  ws-parallel-max               pic 9(4) value 4.
       01  ws-env-parallel-max           pic x(8) value spaces.
       01  ws-parts-running              pic 9(4) value 0.
       01  ws-parts-waiting              pic 9(4) value 0.
       01  ws-parts-failed               pic 9(4) value 0.
       01  ws-poll-nanos                 pic 9(18) comp-5
                                         value 1000000000.
       01  ws-child-shell-cmd            pic x(4096).
       01  ws-child-rc-text              pic x(16).
       01  ws-child-now-secs             pic 9(6).
       01  ws-restart-flag               pic x(12).

       01  ws-resumed-sw                 pic a value 'N'.
           88  ws-resumed                value 'Y'.
           88  ws-not-resumed            value 'N'.

      *>   Input scan: records, order, hash and any TRL trailer.
       01  ws-input-records              pic 9(10) value 0.
       01  ws-input-hash                 pic s9(16)v99 value 0.
       01  ws-input-order-sw             pic a value 'Y'.
           88  ws-input-in-order         value 'Y'.
           88  ws-input-out-of-order     value 'N'.
       01  ws-input-trl-sw               pic a value 'N'.
           88  ws-input-has-trl          value 'Y'.
           88  ws-input-no-trl           value 'N'.
       01  ws-input-trl-count            pic 9(10) value 0.
       01  ws-input-trl-hash             pic 9(16)v99 value 0.
       01  ws-range-size                 pic 9(10) value 0.
       01  ws-range-part                 pic 9(4) comp.
       01  ws-range-count                pic 9(10).
       01  ws-slice-hash                 pic s9(16)v99.

       01  ws-split-eof-sw               pic a value 'N'.
           88  ws-split-eof              value 'Y'.
           88  ws-split-not-eof          value 'N'.
       01  ws-split-record               pic x(8192).
       01  ws-split-key                  pic x(64).
       01  ws-prev-key                   pic x(64).
       01  ws-prev-key-sw                pic a value 'N'.
           88  ws-prev-key-held          value 'Y'.
           88  ws-prev-key-none          value 'N'.
       01  ws-hash-value                 pic 9(10) comp.
       01  ws-key-char-idx               pic 9(4) comp.

       01  ws-keyed-number               pic 99.
       01  ws-keyed-key                  pic x(64).
       01  ws-keyed-data                 pic x(960).
       01  ws-keyed-alt                  pic 9 value 0.
       01  ws-keyed-direction            pic 9 value 1.
       01  ws-keyed-eof                  pic 9.
       01  ws-keyed-rc                   pic 9.
       01  ws-keyed-file-name            pic x(1024).

       01  ws-amount-text                pic x(64).
       01  ws-amount-value               pic s9(14)v99 value 0.
       01  ws-trailer-digits             pic 9(18).
       01  ws-trailer-hash-value         pic 9(16)v99.
       01  ws-trailer-count              pic 9(10).
       01  ws-trailer-line               pic x(64).

      *>   The merge: records out, and the pieces' trailers summed.
       01  ws-merge-eof-sw               pic a value 'N'.
           88  ws-merge-eof              value 'Y'.
           88  ws-merge-not-eof          value 'N'.
       01  ws-merged-records             pic 9(10) value 0.
       01  ws-out-trl-sw                 pic a value 'N'.
           88  ws-out-has-trl            value 'Y'.
           88  ws-out-no-trl             value 'N'.
       01  ws-out-trl-count              pic 9(10) value 0.
       01  ws-out-trl-hash               pic 9(16)v99 value 0.
       01  ws-piece-record               pic x(8192).

       01  ws-rollup-status              pic 999 value 0.
       01  ws-total-records-in           pic 9(10).
       01  ws-total-records-out          pic 9(10).
       01  ws-total-lines                pic 9(12).
       01  ws-total-reads                pic 9(12).
       01  ws-total-writes               pic 9(12).
       01  ws-total-warnings             pic 9(8).

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

       01  ws-count-disp                 pic zz,zzz,zzz,zz9.
       01  ws-count-disp-2               pic zz,zzz,zzz,zz9.
       01  ws-small-disp                 pic zzz,zz9.
       01  ws-hash-disp                  pic -(14)9.99.
       01  ws-report-line                pic x(132).
       01  ws-report-pointer             pic 9(4) comp.
       01  ws-state-buffer               pic x(128).

      *>   Child side: the stats file the driver named.
       01  ws-env-stats-name             pic x(300) value spaces.
       01  ws-run-counters.
           05  ws-ctr-lines              pic 9(10).
           05  ws-ctr-calls              pic 9(8).
           05  ws-ctr-opens              pic 9(6).
           05  ws-ctr-reads              pic 9(8).
           05  ws-ctr-writes             pic 9(8).
           05  ws-ctr-inputs             pic 9(6).
           05  ws-ctr-warnings           pic 9(6).

       local-storage section.

       01  ls-eof-sw                     pic a value 'N'.
           88  ls-eof                    value 'Y'.
           88  ls-not-eof                value 'N'.

       01  ls-spec-line                  pic x(1024).
       01  ls-state-line                 pic x(128).
       01  ls-col-part                   pic x(8).
       01  ls-col-state                  pic x(4).
       01  ls-col-status                 pic x(8).
       01  ls-col-records                pic x(16).
       01  ls-col-attempts               pic x(8).
       01  ls-col-lines                  pic x(16).
       01  ls-col-reads                  pic x(16).
       01  ls-col-writes                 pic x(16).
       01  ls-col-warnings               pic x(16).
       01  ls-state-checksum             pic x(16).

       linkage section.

       01  l-spec-file-name              pic x(1024).

       01  l-exit-status                 pic 999.

       procedure division using l-spec-file-name.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --partition [SPEC]: split, run
      *          the partitions, merge and report. Return code 0 when
      *          the merged output is written, 1 when the spec or the
      *          input is unusable or a partition failed, 6 when the
      *          control totals disagree.
      * Tectonics: ./build.sh
      ******************************************************************
       main-procedure.

           move l-spec-file-name to ws-spec-file-name
           move 0 to ws-rollup-status

           perform read-partition-spec
           if ws-spec-bad then
               move 1 to return-code
               goback
           end-if

           perform build-work-prefix
           perform resolve-partition-files
           if ws-spec-bad then
               move 1 to return-code
               goback
           end-if

           display
               "Partitioned run of " trim(ws-pt-script) ": "
               ws-parts-disp " partitions over "
               trim(ws-input-path)
           end-display

           perform read-partition-state

           if ws-not-resumed then
               perform scan-partition-input
               if ws-spec-bad then
                   move 1 to return-code
                   goback
               end-if
               perform split-partition-input
               if ws-spec-bad then
                   move 1 to return-code
                   goback
               end-if
               perform persist-partition-state
           else
               display
                   "  resuming: completed partitions are kept, "
                   "the rest rerun"
               end-display
           end-if

           perform run-partitions

           if ws-parts-failed > 0 then
               perform report-partition-rollup
               move ws-parts-failed to ws-small-disp
               display
                   "  " trim(ws-small-disp) " partition(s) failed. "
                   "Their work files are kept -- rerun "
                   "cbi --partition " trim(ws-spec-file-name)
                   " to restart only those."
               end-display
               call "logger-leveled" using concatenate(
                   "PARTITION-RUN :: ERROR : " ws-parts-failed
                   " partition(s) failed for "
                   trim(ws-spec-file-name))
                   "ERROR"
               end-call
               move 1 to return-code
               goback
           end-if

           perform merge-partition-outputs
           if ws-spec-bad then
               move 1 to return-code
               goback
           end-if

           perform report-partition-rollup

           if ws-rollup-status = 0 then
               perform remove-work-files
           end-if

           move ws-rollup-status to return-code
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the interpreter calls at end of run.
      *          In a partition child (CBI_PARTITION_STATS set) it
      *          writes the run-stats counters and exit status for
      *          the driver's roll-up; otherwise it does nothing.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "partition-child-close" using l-exit-status.

           move spaces to ws-env-stats-name
           accept ws-env-stats-name
               from environment "CBI_PARTITION_STATS"
           end-accept

           if ws-env-stats-name = spaces then
               goback
           end-if

           call "stats-get-counters" using ws-run-counters
           end-call

           move ws-env-stats-name to ws-aux-file-name
           open output fd-part-aux-file
           if not ws-aux-status-ok then
               call "logger-leveled" using concatenate(
                   "PARTITION-RUN :: WARN : cannot write partition "
                   "stats file: " trim(ws-aux-file-name))
                   "WARN"
               end-call
               goback
           end-if

           move spaces to f-part-aux-line
           string
               "STS|" l-exit-status
               "|" ws-ctr-lines
               "|" ws-ctr-reads
               "|" ws-ctr-writes
               "|" ws-ctr-warnings
               delimited by size
               into f-part-aux-line
           end-string
           write f-part-aux-line

           close fd-part-aux-file

           goback.


      *>   KEYWORD=value lines into the ws-pt fields, with a running
      *>   checksum so a resumed run can tell the spec changed.
       read-partition-spec.

           set ws-spec-good to true
           move 0 to ws-spec-checksum

           open input fd-part-spec-file

           if not ws-spec-status-ok then
               close fd-part-spec-file
               display
                   "Partition spec not found: "
                   trim(ws-spec-file-name)
               end-display
               call "logger-leveled" using concatenate(
                   "PARTITION-RUN :: ERROR : cannot open partition "
                   "spec: " trim(ws-spec-file-name))
                   "ERROR"
               end-call
               set ws-spec-bad to true
               exit paragraph
           end-if

           set ls-not-eof to true
           perform until ls-eof
               read fd-part-spec-file into ls-spec-line
                   at end set ls-eof to true
                   not at end perform collect-spec-line
               end-read
           end-perform

           close fd-part-spec-file

           if ws-spec-bad then
               exit paragraph
           end-if

           perform validate-partition-spec

           exit paragraph.


       collect-spec-line.

           if trim(ls-spec-line) = spaces
               or ls-spec-line(1:1) = "#"
           then
               exit paragraph
           end-if

           perform varying ws-spec-char-idx from 1 by 1
           until ws-spec-char-idx > length(trim(ls-spec-line))
               compute ws-spec-checksum =
                   function mod(
                       ws-spec-checksum * 31
                       + ord(ls-spec-line(ws-spec-char-idx:1)),
                       999999937)
               end-compute
           end-perform

           move spaces to ws-spec-keyword
           move spaces to ws-spec-value
           unstring ls-spec-line
               delimited by "="
               into ws-spec-keyword
           end-unstring

           perform varying ws-spec-char-idx from 1 by 1
           until ws-spec-char-idx > length(ls-spec-line)
               or ls-spec-line(ws-spec-char-idx:1) = "="
               continue
           end-perform

           if ws-spec-char-idx < length(ls-spec-line) then
               move trim(ls-spec-line(ws-spec-char-idx + 1:))
                   to ws-spec-value
           end-if

           evaluate upper-case(trim(ws-spec-keyword))
               when "SCRIPT"
                   move ws-spec-value to ws-pt-script
               when "ARGS"
                   move ws-spec-value to ws-pt-args
               when "INPUT"
                   move ws-spec-value to ws-pt-input
               when "OUTPUT"
                   move ws-spec-value to ws-pt-output
               when "ORG"
                   evaluate upper-case(trim(ws-spec-value))
                       when "SEQ"
                           set ws-pt-org-seq to true
                       when "KEYED"
                           set ws-pt-org-keyed to true
                       when other
                           perform report-bad-spec-line
                   end-evaluate
               when "METHOD"
                   evaluate upper-case(trim(ws-spec-value))
                       when "RANGE"
                           set ws-pt-method-range to true
                       when "HASH"
                           set ws-pt-method-hash to true
                       when other
                           perform report-bad-spec-line
                   end-evaluate
               when "KEY"
                   perform take-column-pair
                   move ws-pair-start to ws-pt-key-start
                   move ws-pair-len to ws-pt-key-len
               when "OUTKEY"
                   perform take-column-pair
                   move ws-pair-start to ws-pt-outkey-start
                   move ws-pair-len to ws-pt-outkey-len
               when "AMOUNT"
                   perform take-column-pair
                   move ws-pair-start to ws-pt-amount-start
                   move ws-pair-len to ws-pt-amount-len
               when "PARTS"
                   if test-numval(trim(ws-spec-value)) = 0
                       and numval(ws-spec-value) >= 1
                       and numval(ws-spec-value)
                           <= ws-max-partitions
                   then
                       compute ws-pt-parts = numval(ws-spec-value)
                       end-compute
                   else
                       perform report-bad-spec-line
                   end-if
               when "BOUNDS"
                   perform take-range-bounds
               when other
                   perform report-bad-spec-line
           end-evaluate

           exit paragraph.


      *>   "start,len" into ws-pair-start/ws-pair-len; a key or
      *>   amount field is at most 64 columns.
       take-column-pair.

           move 0 to ws-pair-start
           move 0 to ws-pair-len
           move spaces to ws-pair-start-text
           move spaces to ws-pair-len-text

           unstring ws-spec-value
               delimited by ","
               into ws-pair-start-text ws-pair-len-text
           end-unstring

           if test-numval(trim(ws-pair-start-text)) not = 0
               or test-numval(trim(ws-pair-len-text)) not = 0
           then
               perform report-bad-spec-line
               exit paragraph
           end-if

           compute ws-pair-start = numval(ws-pair-start-text)
           end-compute
           compute ws-pair-len = numval(ws-pair-len-text)
           end-compute

           if ws-pair-start < 1 or ws-pair-len < 1
               or ws-pair-len > 64
               or ws-pair-start + ws-pair-len - 1 > 8192
           then
               perform report-bad-spec-line
               move 0 to ws-pair-start
               move 0 to ws-pair-len
           end-if

           exit paragraph.


       take-range-bounds.

           move 0 to ws-pt-num-bounds
           move 1 to ws-bounds-pointer

           perform until ws-bounds-pointer
               > length(trim(ws-spec-value))
               move spaces to ws-bound-text
               unstring ws-spec-value
                   delimited by ","
                   into ws-bound-text
                   with pointer ws-bounds-pointer
               end-unstring
               if trim(ws-bound-text) not = spaces then
                   if ws-pt-num-bounds >= ws-max-partitions - 1
                   then
                       perform report-bad-spec-line
                       exit perform
                   end-if
                   add 1 to ws-pt-num-bounds
                   move trim(ws-bound-text)
                       to ws-pt-bound(ws-pt-num-bounds)
               end-if
           end-perform

           exit paragraph.


       report-bad-spec-line.

           display
               "Partition spec line not understood: "
               trim(ls-spec-line)
           end-display
           call "logger-leveled" using concatenate(
               "PARTITION-RUN :: ERROR : bad partition spec line: "
               trim(ls-spec-line))
               "ERROR"
           end-call
           set ws-spec-bad to true

           exit paragraph.


       validate-partition-spec.

           if ws-pt-script = spaces
               or ws-pt-input = spaces
               or ws-pt-output = spaces
           then
               display
                   "Partition spec needs SCRIPT=, INPUT= and "
                   "OUTPUT=: " trim(ws-spec-file-name)
               end-display
               set ws-spec-bad to true
               exit paragraph
           end-if

           if ws-pt-key-len = 0 then
               if ws-pt-org-keyed then
                   move 1 to ws-pt-key-start
                   move 64 to ws-pt-key-len
               else
                   display
                       "Partition spec needs KEY=start,len for a "
                       "sequential input: " trim(ws-spec-file-name)
                   end-display
                   set ws-spec-bad to true
                   exit paragraph
               end-if
           end-if

           if ws-pt-outkey-len = 0 then
               move ws-pt-key-start to ws-pt-outkey-start
               move ws-pt-key-len to ws-pt-outkey-len
           end-if

      *>   Explicit split points fix the partition count.
           if ws-pt-num-bounds > 0 then
               if ws-pt-method-hash then
                   display
                       "BOUNDS= applies to METHOD=RANGE only: "
                       trim(ws-spec-file-name)
                   end-display
                   set ws-spec-bad to true
                   exit paragraph
               end-if
               compute ws-pt-parts = ws-pt-num-bounds + 1
               end-compute
           end-if

           move ws-pt-parts to ws-parts-disp

           exit paragraph.


      *>   cbi_part_<spec> with path separators flattened, beside
      *>   wherever the run is -- the job stream's state naming.
       build-work-prefix.

           move ws-spec-file-name(1:256) to ws-flat-name

           perform varying ws-flat-char-idx from 1 by 1
           until ws-flat-char-idx > length(ws-flat-name)
               if ws-flat-name(ws-flat-char-idx:1) = "/" then
                   move "_" to ws-flat-name(ws-flat-char-idx:1)
               end-if
           end-perform

           move spaces to ws-work-prefix
           string
               "cbi_part_" trim(ws-flat-name)
               delimited by size
               into ws-work-prefix
           end-string

           move spaces to ws-state-file-name
           string
               trim(ws-work-prefix) ".state"
               delimited by size
               into ws-state-file-name
           end-string

           exit paragraph.


      *>   INPUT and OUTPUT through the catalog when they are
      *>   logical names; the logical name is what the overlay maps.
       resolve-partition-files.

           move ws-pt-input to ws-resolve-name
           perform resolve-one-file
           move ws-resolve-path to ws-input-path
           if ws-pt-input(1:1) = "@" then
               move upper-case(ws-pt-input(2:)) to ws-pt-input-logical
           end-if

           move ws-pt-output to ws-resolve-name
           perform resolve-one-file
           move ws-resolve-path to ws-output-path
           if ws-pt-output(1:1) = "@" then
               move upper-case(ws-pt-output(2:))
                   to ws-pt-output-logical
           end-if

      *>   A generation reference rides on the logical name; the
      *>   overlay maps the base name.
           unstring ws-pt-input-logical delimited by "("
               into ws-pt-input-logical
           end-unstring
           unstring ws-pt-output-logical delimited by "("
               into ws-pt-output-logical
           end-unstring

           exit paragraph.


       resolve-one-file.

           move spaces to ws-resolve-path

           if ws-resolve-name(1:1) not = "@" then
               move ws-resolve-name to ws-resolve-path
               exit paragraph
           end-if

           call "catalog-resolve" using
               ws-resolve-name(2:63)
               ws-resolve-path
               ws-resolve-rc
           end-call

           if ws-resolve-rc = 0 then
               display
                   "Logical name not cataloged: "
                   trim(ws-resolve-name)
               end-display
               set ws-spec-bad to true
           end-if

           exit paragraph.


      *>   A state file written for the same spec means a rerun:
      *>   the slices and every partition's outcome are taken from
      *>   it. Any other state file is stale and the run starts
      *>   fresh.
       read-partition-state.

           set ws-not-resumed to true

           open input fd-part-state-file

           if not ws-state-status-ok then
               close fd-part-state-file
               exit paragraph
           end-if

           move spaces to ls-state-line
           read fd-part-state-file into ls-state-line
               at end move spaces to ls-state-line
           end-read

           move spaces to ls-state-checksum
           move spaces to ls-col-records
           unstring ls-state-line
               delimited by "|"
               into ls-state-checksum ls-col-records
           end-unstring

           if test-numval(trim(ls-state-checksum)) not = 0
               or numval(ls-state-checksum) not = ws-spec-checksum
           then
               close fd-part-state-file
               call "logger" using concatenate(
                   "PARTITION-RUN :: state file is for another "
                   "spec, starting fresh: "
                   trim(ws-state-file-name))
               end-call
               exit paragraph
           end-if

           if test-numval(trim(ls-col-records)) = 0 then
               compute ws-input-records = numval(ls-col-records)
               end-compute
           end-if

           set ws-resumed to true

           set ls-not-eof to true
           perform until ls-eof
               read fd-part-state-file into ls-state-line
                   at end set ls-eof to true
                   not at end perform replay-partition-state
               end-read
           end-perform

           close fd-part-state-file

           exit paragraph.


       replay-partition-state.

           move spaces to ls-col-part
           move spaces to ls-col-state
           move spaces to ls-col-status
           move spaces to ls-col-records
           move spaces to ls-col-attempts
           move spaces to ls-col-lines
           move spaces to ls-col-reads
           move spaces to ls-col-writes
           move spaces to ls-col-warnings

           unstring ls-state-line
               delimited by "|"
               into ls-col-part ls-col-state ls-col-status
                   ls-col-records ls-col-attempts ls-col-lines
                   ls-col-reads ls-col-writes ls-col-warnings
           end-unstring

           if test-numval(trim(ls-col-part)) not = 0
               or numval(ls-col-part) < 1
               or numval(ls-col-part) > ws-pt-parts
           then
               exit paragraph
           end-if

           compute ws-part-idx = numval(ls-col-part)
           end-compute

      *>   A partition still marked running died with the driver;
      *>   it reruns the same as a failed one.
           move ls-col-state(1:1) to ws-part-state(ws-part-idx)
           if ws-part-running(ws-part-idx) then
               set ws-part-failed(ws-part-idx) to true
           end-if

           compute ws-part-status(ws-part-idx) =
               numval(ls-col-status)
           end-compute
           compute ws-part-records-in(ws-part-idx) =
               numval(ls-col-records)
           end-compute
           compute ws-part-attempts(ws-part-idx) =
               numval(ls-col-attempts)
           end-compute
           compute ws-part-lines(ws-part-idx) =
               numval(ls-col-lines)
           end-compute
           compute ws-part-reads(ws-part-idx) =
               numval(ls-col-reads)
           end-compute
           compute ws-part-writes(ws-part-idx) =
               numval(ls-col-writes)
           end-compute
           compute ws-part-warnings(ws-part-idx) =
               numval(ls-col-warnings)
           end-compute

           exit paragraph.


      *>   Rewrites the whole state file -- small, and always
      *>   consistent even if the driver dies mid-run.
       persist-partition-state.

           open output fd-part-state-file

           move spaces to ws-state-buffer
           string
               ws-spec-checksum "|" ws-input-records
               delimited by size
               into ws-state-buffer
           end-string
           write f-part-state-line from ws-state-buffer

           perform varying ws-state-idx from 1 by 1
           until ws-state-idx > ws-pt-parts
               move ws-state-idx to ws-state-disp
               move spaces to ws-state-buffer
               string
                   ws-state-disp
                   "|" ws-part-state(ws-state-idx)
                   "|" ws-part-status(ws-state-idx)
                   "|" ws-part-records-in(ws-state-idx)
                   "|" ws-part-attempts(ws-state-idx)
                   "|" ws-part-lines(ws-state-idx)
                   "|" ws-part-reads(ws-state-idx)
                   "|" ws-part-writes(ws-state-idx)
                   "|" ws-part-warnings(ws-state-idx)
                   delimited by size
                   into ws-state-buffer
               end-string
               write f-part-state-line from ws-state-buffer
           end-perform

           close fd-part-state-file

           exit paragraph.


      *>   One pass before the split: the record count and hash
      *>   total, the input's own TRL trailer, and whether the keys
      *>   are in order -- which an even RANGE split needs.
       scan-partition-input.

           move 0 to ws-input-records
           move 0 to ws-input-hash
           set ws-input-in-order to true
           set ws-input-no-trl to true
           set ws-prev-key-none to true

           perform open-split-input
           if ws-spec-bad then
               exit paragraph
           end-if

           perform read-split-input
           perform until ws-split-eof
               if ws-pt-org-seq and ws-split-record(1:3) = "TRL"
               then
                   set ws-input-has-trl to true
                   move ws-split-record(4:10) to ws-input-trl-count
                   move ws-split-record(14:18) to ws-trailer-digits
                   compute ws-input-trl-hash =
                       ws-trailer-digits / 100
                   end-compute
               else
                   add 1 to ws-input-records
                   perform extract-amount-value
                   add ws-amount-value to ws-input-hash
                   if ws-prev-key-held
                       and ws-split-key < ws-prev-key
                   then
                       set ws-input-out-of-order to true
                   end-if
                   move ws-split-key to ws-prev-key
                   set ws-prev-key-held to true
               end-if
               perform read-split-input
           end-perform

           perform close-split-input

           move ws-input-records to ws-count-disp
           call "logger" using concatenate(
               "PARTITION-RUN :: input " trim(ws-input-path)
               " records " trim(ws-count-disp))
           end-call

      *>   The input's trailer is the first control total: a short
      *>   or padded feed is refused before any partition runs.
           if ws-input-has-trl then
               move ws-input-hash to ws-trailer-hash-value
               if ws-input-trl-count not = ws-input-records
                   or (ws-pt-amount-len > 0
                   and ws-input-trl-hash not = ws-trailer-hash-value)
               then
                   move ws-input-trl-count to ws-count-disp
                   move ws-input-records to ws-count-disp-2
                   display
                       "Input trailer does not agree with the "
                       "records read: trailer " trim(ws-count-disp)
                       ", read " trim(ws-count-disp-2)
                   end-display
                   call "logger-leveled" using concatenate(
                       "PARTITION-RUN :: ERROR : input trailer "
                       "mismatch on " trim(ws-input-path))
                       "ERROR"
                   end-call
                   set ws-spec-bad to true
                   exit paragraph
               end-if
           end-if

           if ws-pt-method-range and ws-pt-num-bounds = 0
               and ws-input-out-of-order
           then
               display
                   "Input is not in KEY order -- an even RANGE "
                   "split needs it. Give BOUNDS= or METHOD=HASH."
               end-display
               set ws-spec-bad to true
               exit paragraph
           end-if

           compute ws-range-size =
               (ws-input-records + ws-pt-parts - 1) / ws-pt-parts
           end-compute
           if ws-range-size = 0 then
               move 1 to ws-range-size
           end-if

           exit paragraph.


      *>   The input is read once per partition, each pass writing
      *>   only that partition's records to its slice.
       split-partition-input.

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts or ws-spec-bad
               perform split-one-partition
           end-perform

           exit paragraph.


       split-one-partition.

           perform build-part-file-names

           call "CBL_DELETE_FILE" using ws-restart-name
           end-call
           call "CBL_DELETE_FILE" using ws-stats-name
           end-call
           call "CBL_DELETE_FILE" using ws-piece-name
           end-call

           set ws-part-pending(ws-part-idx) to true
           move 0 to ws-part-status(ws-part-idx)
           move 0 to ws-part-records-in(ws-part-idx)
           move 0 to ws-part-attempts(ws-part-idx)
           move 0 to ws-slice-hash

           perform open-split-input
           if ws-spec-bad then
               exit paragraph
           end-if
           perform open-split-slice
           if ws-spec-bad then
               perform close-split-input
               exit paragraph
           end-if

           move 0 to ws-range-count
           move 1 to ws-range-part
           set ws-prev-key-none to true

           perform read-split-input
           perform until ws-split-eof
               if not (ws-pt-org-seq
                   and ws-split-record(1:3) = "TRL")
               then
                   perform assign-partition
                   if ws-assigned-part = ws-part-idx then
                       perform write-split-slice
                       add 1 to ws-part-records-in(ws-part-idx)
                       perform extract-amount-value
                       add ws-amount-value to ws-slice-hash
                   end-if
               end-if
               perform read-split-input
           end-perform

      *>   A slice of a trailered feed carries its own trailer, so
      *>   a script that checks TOTALS VERIFY still can.
           if ws-input-has-trl then
               move ws-part-records-in(ws-part-idx)
                   to ws-trailer-count
               move ws-slice-hash to ws-trailer-hash-value
               perform build-trailer-line
               move ws-trailer-line to f-part-slice-line
               write f-part-slice-line
           end-if

           perform close-split-input
           perform close-split-slice

           perform write-partition-catalog

           move ws-part-idx to ws-part-disp
           move ws-part-records-in(ws-part-idx) to ws-count-disp
           display
               "  partition " ws-part-disp ": "
               trim(ws-count-disp) " records"
           end-display

           exit paragraph.


      *>   Which partition the current record (ws-split-key) goes
      *>   to.
       assign-partition.

           evaluate true
               when ws-pt-method-hash
                   move 0 to ws-hash-value
                   perform varying ws-key-char-idx from 1 by 1
                   until ws-key-char-idx > ws-pt-key-len
                       compute ws-hash-value =
                           function mod(
                               ws-hash-value * 31
                               + ord(ws-split-key(
                                   ws-key-char-idx:1)),
                               999999937)
                       end-compute
                   end-perform
                   compute ws-assigned-part =
                       function mod(ws-hash-value, ws-pt-parts) + 1
                   end-compute

               when ws-pt-num-bounds > 0
                   move ws-pt-parts to ws-assigned-part
                   perform varying ws-range-part from 1 by 1
                   until ws-range-part > ws-pt-num-bounds
                       if ws-split-key(1:ws-pt-key-len)
                           < ws-pt-bound(ws-range-part)
                       then
                           move ws-range-part to ws-assigned-part
                           exit perform
                       end-if
                   end-perform

      *>       Equal runs of ordered records; a key never straddles
      *>       two partitions.
               when other
                   if ws-range-count >= ws-range-size
                       and ws-range-part < ws-pt-parts
                       and (ws-prev-key-none
                       or ws-split-key not = ws-prev-key)
                   then
                       add 1 to ws-range-part
                       move 0 to ws-range-count
                   end-if
                   add 1 to ws-range-count
                   move ws-range-part to ws-assigned-part
                   move ws-split-key to ws-prev-key
                   set ws-prev-key-held to true
           end-evaluate

           exit paragraph.


       open-split-input.

           set ws-split-not-eof to true

           if ws-pt-org-keyed then
               move ws-input-path to ws-keyed-file-name
               move ws-keyed-input-number to ws-keyed-number
               call "open-keyed-file" using
                   ws-keyed-file-name
                   ws-keyed-number
                   ws-keyed-rc
               end-call
               if ws-keyed-rc = 0 then
                   perform report-input-not-found
                   exit paragraph
               end-if
               move low-values to ws-keyed-key
               call "start-keyed-file" using
                   ws-keyed-number
                   ws-keyed-key
                   ws-keyed-alt
                   ws-keyed-rc
               end-call
               exit paragraph
           end-if

           open input fd-part-input
           if not ws-input-status-ok then
               close fd-part-input
               perform report-input-not-found
           end-if

           exit paragraph.


       report-input-not-found.

           display "Partition input not found: " trim(ws-input-path)
           call "logger-leveled" using concatenate(
               "PARTITION-RUN :: ERROR : cannot open partition "
               "input: " trim(ws-input-path))
               "ERROR"
           end-call
           set ws-spec-bad to true

           exit paragraph.


       read-split-input.

           move spaces to ws-split-record

           if ws-pt-org-keyed then
               move ws-keyed-input-number to ws-keyed-number
               call "read-keyed-next" using
                   ws-keyed-number
                   ws-keyed-direction
                   ws-keyed-key
                   ws-keyed-data
                   ws-keyed-rc
               end-call
               call "eof-keyed-file" using
                   ws-keyed-number
                   ws-keyed-eof
               end-call
               if ws-keyed-eof = 1 then
                   set ws-split-eof to true
                   exit paragraph
               end-if
               move ws-keyed-key to ws-split-record(1:64)
               move ws-keyed-data to ws-split-record(65:960)
           else
               read fd-part-input into ws-split-record
                   at end
                       set ws-split-eof to true
                       exit paragraph
               end-read
           end-if

           move ws-split-record(ws-pt-key-start:ws-pt-key-len)
               to ws-split-key

           exit paragraph.


       close-split-input.

           if ws-pt-org-keyed then
               move ws-keyed-input-number to ws-keyed-number
               call "close-keyed-file" using
                   ws-keyed-number
                   ws-keyed-rc
               end-call
           else
               close fd-part-input
           end-if

           exit paragraph.


       open-split-slice.

           if ws-pt-org-keyed then
               move ws-slice-name to ws-keyed-file-name
               call "CBL_DELETE_FILE" using ws-slice-name
               end-call
               move ws-keyed-slice-number to ws-keyed-number
               call "open-keyed-file" using
                   ws-keyed-file-name
                   ws-keyed-number
                   ws-keyed-rc
               end-call
               if ws-keyed-rc = 0 then
                   perform report-slice-not-written
               end-if
               exit paragraph
           end-if

           open output fd-part-slice
           if not ws-slice-status-ok then
               perform report-slice-not-written
           end-if

           exit paragraph.


       report-slice-not-written.

           display "Cannot write partition slice: "
               trim(ws-slice-name)
           end-display
           call "logger-leveled" using concatenate(
               "PARTITION-RUN :: ERROR : cannot write partition "
               "slice: " trim(ws-slice-name))
               "ERROR"
           end-call
           set ws-spec-bad to true

           exit paragraph.


       write-split-slice.

           if ws-pt-org-keyed then
               move ws-split-record(1:64) to ws-keyed-key
               move ws-split-record(65:960) to ws-keyed-data
               move ws-keyed-slice-number to ws-keyed-number
               call "write-keyed-record" using
                   ws-keyed-number
                   ws-keyed-key
                   ws-keyed-data
                   ws-keyed-rc
               end-call
               exit paragraph
           end-if

           move ws-split-record to f-part-slice-line
           write f-part-slice-line

           exit paragraph.


       close-split-slice.

           if ws-pt-org-keyed then
               move ws-keyed-slice-number to ws-keyed-number
               call "close-keyed-file" using
                   ws-keyed-number
                   ws-keyed-rc
               end-call
           else
               close fd-part-slice
           end-if

           exit paragraph.


       extract-amount-value.

           move 0 to ws-amount-value

           if ws-pt-amount-len = 0 then
               exit paragraph
           end-if

           move spaces to ws-amount-text
           move ws-split-record(ws-pt-amount-start:ws-pt-amount-len)
               to ws-amount-text

           if ws-amount-text not = spaces
               and test-numval(trim(ws-amount-text)) = 0
           then
               compute ws-amount-value = numval(ws-amount-text)
               end-compute
           end-if

           exit paragraph.


      *>   The control-totals trailer convention: TRL, the record
      *>   count in ten digits, the hash in eighteen with two
      *>   implied decimals.
       build-trailer-line.

           compute ws-trailer-digits =
               ws-trailer-hash-value * 100
           end-compute

           move spaces to ws-trailer-line
           string
               "TRL" ws-trailer-count ws-trailer-digits
               delimited by size
               into ws-trailer-line
           end-string

           exit paragraph.


      *>   The overlay the child's catalog reads first: INPUT and
      *>   OUTPUT's logical names mapped to this partition's slice
      *>   and piece.
       write-partition-catalog.

           move ws-catalog-name to ws-aux-file-name
           open output fd-part-aux-file

           if ws-pt-input-logical not = spaces then
               move spaces to f-part-aux-line
               if ws-pt-org-keyed then
                   string
                       trim(ws-pt-input-logical) "|"
                       trim(ws-slice-name) "|KEYED"
                       delimited by size
                       into f-part-aux-line
                   end-string
               else
                   string
                       trim(ws-pt-input-logical) "|"
                       trim(ws-slice-name) "|SEQ"
                       delimited by size
                       into f-part-aux-line
                   end-string
               end-if
               write f-part-aux-line
           end-if

           if ws-pt-output-logical not = spaces then
               move spaces to f-part-aux-line
               string
                   trim(ws-pt-output-logical) "|"
                   trim(ws-piece-name) "|SEQ"
                   delimited by size
                   into f-part-aux-line
               end-string
               write f-part-aux-line
           end-if

           close fd-part-aux-file

           exit paragraph.


       build-part-file-names.

           move ws-part-idx to ws-part-disp

           move spaces to ws-slice-name
           move spaces to ws-piece-name
           move spaces to ws-catalog-name
           move spaces to ws-restart-name
           move spaces to ws-stats-name
           move spaces to ws-log-name
           move spaces to ws-rc-name

           string trim(ws-work-prefix) ".p" ws-part-disp ".in"
               delimited by size into ws-slice-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".out"
               delimited by size into ws-piece-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".cat"
               delimited by size into ws-catalog-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".chk"
               delimited by size into ws-restart-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".sts"
               delimited by size into ws-stats-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".log"
               delimited by size into ws-log-name
           end-string
           string trim(ws-work-prefix) ".p" ws-part-disp ".rc"
               delimited by size into ws-rc-name
           end-string

           exit paragraph.


      *>   Every partition not already complete runs, at most
      *>   CBI_PARALLEL_MAX at once; the driver waits for them all.
       run-partitions.

           perform resolve-parallel-max

           move 0 to ws-parts-running
           move 0 to ws-parts-waiting
           move 0 to ws-parts-failed

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               if ws-part-done(ws-part-idx) then
                   set ws-part-not-to-launch(ws-part-idx) to true
                   move ws-part-idx to ws-part-disp
                   display
                       "  partition " ws-part-disp
                       " -> complete in an earlier run, kept"
                   end-display
               else
                   set ws-part-to-launch(ws-part-idx) to true
                   add 1 to ws-parts-waiting
               end-if
           end-perform

           perform until ws-parts-waiting = 0
               and ws-parts-running = 0

               perform launch-waiting-partitions
               perform collect-finished-partitions

               if ws-parts-running > 0 then
                   call "CBL_OC_NANOSLEEP" using ws-poll-nanos
                   end-call
               end-if
           end-perform

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               if not ws-part-done(ws-part-idx) then
                   add 1 to ws-parts-failed
               end-if
           end-perform

           exit paragraph.


      *>   CBI_PARALLEL_MAX (cbi.cfg parallel-max=), 4 when unset
      *>   or not a usable number -- the job stream's limit.
       resolve-parallel-max.

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


       launch-waiting-partitions.

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               or ws-parts-running >= ws-parallel-max
               if ws-part-to-launch(ws-part-idx) then
                   perform launch-partition
               end-if
           end-perform

           exit paragraph.


      *>   Starts one partition in the background: screen output to
      *>   its .log, exit status to its .rc -- written under a
      *>   temporary name and renamed, so a half-written status is
      *>   never read. A partition that failed after a CHECKPOINT
      *>   resumes from it.
       launch-partition.

           perform build-part-file-names

           call "CBL_DELETE_FILE" using ws-rc-name
           end-call
           call "CBL_DELETE_FILE" using ws-stats-name
           end-call

           move spaces to ws-restart-flag
           if ws-part-failed(ws-part-idx) then
               call "CBL_CHECK_FILE_EXIST" using
                   ws-restart-name ws-file-info
               end-call
               if return-code = 0 then
                   move "--restart " to ws-restart-flag
               end-if
           end-if

           move spaces to ws-child-shell-cmd
           string
               "(CBI_PARTITION=" ws-part-disp
               " CBI_PARTITION_COUNT=" ws-parts-disp
               " CBI_PARTITION_CATALOG=" trim(ws-catalog-name)
               " CBI_PARTITION_INPUT=" trim(ws-slice-name)
               " CBI_PARTITION_OUTPUT=" trim(ws-piece-name)
               " CBI_PARTITION_STATS=" trim(ws-stats-name)
               " CBI_RESTART_FILE=" trim(ws-restart-name)
               " cbi " trim(ws-restart-flag) " "
               trim(ws-pt-script) " " trim(ws-pt-args)
               " < /dev/null > " trim(ws-log-name)
               " 2>&1; echo $? > " trim(ws-rc-name) ".tmp"
               "; mv " trim(ws-rc-name) ".tmp "
               trim(ws-rc-name) ") &"
               delimited by size
               into ws-child-shell-cmd
           end-string

           move function current-date to ws-date-record
           compute ws-part-start-secs(ws-part-idx) =
               ws-hour * 3600 + ws-min * 60 + ws-sec
           end-compute

           call "logger" using concatenate(
               "PARTITION-RUN :: Launching partition "
               ws-part-disp ": " trim(ws-child-shell-cmd))
           end-call

           call "SYSTEM" using ws-child-shell-cmd
           end-call

           set ws-part-not-to-launch(ws-part-idx) to true
           set ws-part-running(ws-part-idx) to true
           add 1 to ws-part-attempts(ws-part-idx)
           subtract 1 from ws-parts-waiting
           add 1 to ws-parts-running

           perform persist-partition-state

           if ws-restart-flag = spaces then
               display
                   "  partition " ws-part-disp " -> started"
               end-display
           else
               display
                   "  partition " ws-part-disp
                   " -> restarted from its checkpoint"
               end-display
           end-if

           exit paragraph.


       collect-finished-partitions.

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               if ws-part-running(ws-part-idx) then
                   perform check-partition-finished
               end-if
           end-perform

           exit paragraph.


       check-partition-finished.

           perform build-part-file-names

           call "CBL_CHECK_FILE_EXIST" using
               ws-rc-name ws-file-info
           end-call

           if return-code not = 0 then
               exit paragraph
           end-if

           move spaces to ws-child-rc-text
           move ws-rc-name to ws-aux-file-name
           open input fd-part-aux-file
           if ws-aux-status-ok then
               read fd-part-aux-file into ws-child-rc-text
                   at end continue
               end-read
           end-if
           close fd-part-aux-file

           call "CBL_DELETE_FILE" using ws-rc-name
           end-call

      *>   A status the shell could not report counts as a runtime
      *>   failure rather than a success.
           move 1 to ws-part-status(ws-part-idx)
           if ws-child-rc-text not = spaces
               and test-numval(trim(ws-child-rc-text)) = 0
           then
               compute ws-part-status(ws-part-idx) =
                   numval(ws-child-rc-text)
               end-compute
           end-if

           move function current-date to ws-date-record
           compute ws-child-now-secs =
               ws-hour * 3600 + ws-min * 60 + ws-sec
           end-compute
           if ws-child-now-secs >= ws-part-start-secs(ws-part-idx)
           then
               compute ws-part-elapsed(ws-part-idx) =
                   ws-child-now-secs - ws-part-start-secs(ws-part-idx)
               end-compute
           else
               compute ws-part-elapsed(ws-part-idx) =
                   ws-child-now-secs - ws-part-start-secs(ws-part-idx)
                   + 86400
               end-compute
           end-if

           perform take-partition-stats

           if ws-part-status(ws-part-idx) = 0 then
               set ws-part-done(ws-part-idx) to true
           else
               set ws-part-failed(ws-part-idx) to true
           end-if

           subtract 1 from ws-parts-running
           perform persist-partition-state

           move ws-part-elapsed(ws-part-idx) to ws-small-disp
           display
               "  partition " ws-part-disp " -> status "
               ws-part-status(ws-part-idx) " ("
               trim(ws-small-disp) "s)"
           end-display

           call "logger" using concatenate(
               "PARTITION-RUN :: partition " ws-part-disp
               " finished, status " ws-part-status(ws-part-idx))
           end-call

           exit paragraph.


      *>   Counters from the child's stats file are added to the
      *>   partition's -- a restarted partition's attempts together
      *>   make up its work.
       take-partition-stats.

           move ws-stats-name to ws-aux-file-name
           open input fd-part-aux-file

           if not ws-aux-status-ok then
               close fd-part-aux-file
               exit paragraph
           end-if

           move spaces to ls-state-line
           read fd-part-aux-file into ls-state-line
               at end move spaces to ls-state-line
           end-read
           close fd-part-aux-file

           if ls-state-line(1:4) not = "STS|" then
               exit paragraph
           end-if

           move spaces to ls-col-status
           move spaces to ls-col-lines
           move spaces to ls-col-reads
           move spaces to ls-col-writes
           move spaces to ls-col-warnings
           unstring ls-state-line(5:)
               delimited by "|"
               into ls-col-status ls-col-lines ls-col-reads
                   ls-col-writes ls-col-warnings
           end-unstring

           if test-numval(trim(ls-col-lines)) = 0 then
               add numval(ls-col-lines) to ws-part-lines(ws-part-idx)
           end-if
           if test-numval(trim(ls-col-reads)) = 0 then
               add numval(ls-col-reads) to ws-part-reads(ws-part-idx)
           end-if
           if test-numval(trim(ls-col-writes)) = 0 then
               add numval(ls-col-writes)
                   to ws-part-writes(ws-part-idx)
           end-if
           if test-numval(trim(ls-col-warnings)) = 0 then
               add numval(ls-col-warnings)
                   to ws-part-warnings(ws-part-idx)
           end-if

           exit paragraph.


      *>   The pieces merged into one file in OUTKEY order; equal
      *>   keys keep partition order. Piece trailers are summed
      *>   into one trailer on the merged file.
       merge-partition-outputs.

           move 0 to ws-merged-records
           move 0 to ws-out-trl-count
           move 0 to ws-out-trl-hash
           set ws-out-no-trl to true

           open output fd-part-output
           if not ws-output-status-ok then
               display
                   "Cannot write partition output: "
                   trim(ws-output-path)
               end-display
               call "logger-leveled" using concatenate(
                   "PARTITION-RUN :: ERROR : cannot write merged "
                   "output: " trim(ws-output-path))
                   "ERROR"
               end-call
               set ws-spec-bad to true
               exit paragraph
           end-if

           sort fd-part-work
               on ascending key f-part-work-key
               with duplicates in order
               input procedure is release-partition-pieces
               output procedure is write-merged-records

           if ws-out-has-trl then
               move ws-out-trl-count to ws-trailer-count
               move ws-out-trl-hash to ws-trailer-hash-value
               perform build-trailer-line
               move ws-trailer-line to f-part-output-line
               write f-part-output-line
           end-if

           close fd-part-output

      *>   The pieces' trailers against what was merged: the
      *>   second control total.
           if ws-out-has-trl
               and ws-out-trl-count not = ws-merged-records
           then
               move ws-totals-exit-status to ws-rollup-status
               call "logger-leveled" using concatenate(
                   "PARTITION-RUN :: ERROR : partition trailers "
                   "total " ws-out-trl-count " records, merged "
                   ws-merged-records)
                   "ERROR"
               end-call
           end-if

           exit paragraph.


       release-partition-pieces.

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               perform release-one-piece
           end-perform.


       release-one-piece.

           perform build-part-file-names
           move 0 to ws-part-records-out(ws-part-idx)

           open input fd-part-piece
           if not ws-piece-status-ok then
               close fd-part-piece
               call "logger" using concatenate(
                   "PARTITION-RUN :: partition " ws-part-disp
                   " wrote no output: " trim(ws-piece-name))
               end-call
               exit paragraph
           end-if

           set ws-merge-not-eof to true
           perform until ws-merge-eof
               read fd-part-piece into ws-piece-record
                   at end set ws-merge-eof to true
                   not at end perform release-piece-record
               end-read
           end-perform

           close fd-part-piece

           exit paragraph.


       release-piece-record.

           if ws-piece-record(1:3) = "TRL" then
               set ws-out-has-trl to true
               move ws-piece-record(4:10) to ws-trailer-count
               move ws-piece-record(14:18) to ws-trailer-digits
               add ws-trailer-count to ws-out-trl-count
               compute ws-out-trl-hash =
                   ws-out-trl-hash + ws-trailer-digits / 100
               end-compute
               exit paragraph
           end-if

           add 1 to ws-part-records-out(ws-part-idx)
           move spaces to f-part-work-key
           move ws-piece-record(ws-pt-outkey-start:ws-pt-outkey-len)
               to f-part-work-key
           move ws-piece-record to f-part-work-line
           release f-part-work-record

           exit paragraph.


       write-merged-records.

           set ws-merge-not-eof to true

           perform until ws-merge-eof
               return fd-part-work
                   at end set ws-merge-eof to true
                   not at end
                       move f-part-work-line to f-part-output-line
                       write f-part-output-line
                       add 1 to ws-merged-records
               end-return
           end-perform.


      *>   Per partition: status, attempts, records in and out and
      *>   the child's run-stats; then the totals across them all.
       report-partition-rollup.

           move 0 to ws-total-records-in
           move 0 to ws-total-records-out
           move 0 to ws-total-lines
           move 0 to ws-total-reads
           move 0 to ws-total-writes
           move 0 to ws-total-warnings

           display " "
           display "--------- partition summary ---------"
           display
               "  pt  sts  tries    records in   records out"
               "         lines         reads        writes   warn"
           end-display

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               perform report-one-partition
           end-perform

           move spaces to ws-report-line
           move ws-total-records-in to ws-count-disp
           move ws-total-records-out to ws-count-disp-2
           string
               "  total         " ws-count-disp ws-count-disp-2
               delimited by size
               into ws-report-line
           end-string
           display trim(ws-report-line trailing)
           call "logger" using concatenate(
               "PARTITION-RUN :: " trim(ws-report-line))
           end-call

           move ws-total-lines to ws-count-disp
           display "  lines executed....." trim(ws-count-disp)
           move ws-total-reads to ws-count-disp
           display "  records read......." trim(ws-count-disp)
           move ws-total-writes to ws-count-disp
           display "  records written...." trim(ws-count-disp)
           move ws-total-warnings to ws-count-disp
           display "  warnings..........." trim(ws-count-disp)

           move ws-input-records to ws-count-disp
           display "  input records......" trim(ws-count-disp)
           if ws-total-records-in not = ws-input-records then
               display
                   "  ** slices do not add up to the input **"
               end-display
               move ws-totals-exit-status to ws-rollup-status
           end-if

           if ws-parts-failed = 0 then
               move ws-merged-records to ws-count-disp
               display
                   "  merged output......" trim(ws-count-disp)
                   " records to " trim(ws-output-path)
               end-display
               if ws-out-has-trl then
                   move ws-out-trl-count to ws-count-disp
                   move ws-out-trl-hash to ws-hash-disp
                   display
                       "  output trailer....." trim(ws-count-disp)
                       " records, hash " trim(ws-hash-disp)
                   end-display
                   if ws-out-trl-count not = ws-merged-records then
                       display
                           "  ** partition trailers do not agree "
                           "with the records merged **"
                       end-display
                   end-if
               end-if
           end-if

           call "logger" using concatenate(
               "PARTITION-RUN :: roll-up lines " ws-total-lines
               " reads " ws-total-reads " writes " ws-total-writes
               " warnings " ws-total-warnings
               " merged " ws-merged-records)
           end-call

           exit paragraph.


       append-report-count.

           string
               ws-count-disp
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string

           exit paragraph.


       report-one-partition.

           move ws-part-idx to ws-part-disp
           add ws-part-records-in(ws-part-idx) to ws-total-records-in
           add ws-part-records-out(ws-part-idx)
               to ws-total-records-out
           add ws-part-lines(ws-part-idx) to ws-total-lines
           add ws-part-reads(ws-part-idx) to ws-total-reads
           add ws-part-writes(ws-part-idx) to ws-total-writes
           add ws-part-warnings(ws-part-idx) to ws-total-warnings

           move spaces to ws-report-line
           move 1 to ws-report-pointer
           string
               "  " ws-part-disp "   " ws-part-status(ws-part-idx)
               "  " ws-part-attempts(ws-part-idx)
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string

           move ws-part-records-in(ws-part-idx) to ws-count-disp
           perform append-report-count
           move ws-part-records-out(ws-part-idx) to ws-count-disp
           perform append-report-count
           move ws-part-lines(ws-part-idx) to ws-count-disp
           perform append-report-count
           move ws-part-reads(ws-part-idx) to ws-count-disp
           perform append-report-count
           move ws-part-writes(ws-part-idx) to ws-count-disp
           perform append-report-count

           move ws-part-warnings(ws-part-idx) to ws-small-disp
           string
               ws-small-disp
               delimited by size
               into ws-report-line
               with pointer ws-report-pointer
           end-string

           if ws-part-failed(ws-part-idx) then
               string
                   "  FAILED"
                   delimited by size
                   into ws-report-line
                   with pointer ws-report-pointer
               end-string
           end-if

           display trim(ws-report-line trailing)
           call "logger" using concatenate(
               "PARTITION-RUN :: " trim(ws-report-line))
           end-call

           exit paragraph.


      *>   Slices, pieces, overlays, checkpoints and state go once
      *>   the merged output is written; the children's .log files
      *>   stay for the operator.
       remove-work-files.

           perform varying ws-part-idx from 1 by 1
           until ws-part-idx > ws-pt-parts
               perform build-part-file-names
               call "CBL_DELETE_FILE" using ws-slice-name
               end-call
               call "CBL_DELETE_FILE" using ws-piece-name
               end-call
               call "CBL_DELETE_FILE" using ws-catalog-name
               end-call
               call "CBL_DELETE_FILE" using ws-restart-name
               end-call
               call "CBL_DELETE_FILE" using ws-stats-name
               end-call
           end-perform

           call "CBL_DELETE_FILE" using ws-state-file-name
           end-call

           exit paragraph.

       end program partition-run.
