      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Keyed master-file housekeeping behind cbi
      *          --keyed-util, so a master that has grown slow or
      *          been through a bad night can be unloaded, rebuilt
      *          and checked without a one-off script each time:
      *            cbi --keyed-util UNLOAD FILE SEQFILE
      *            cbi --keyed-util RELOAD SEQFILE FILE
      *            cbi --keyed-util REORG FILE [SEQFILE]
      *            cbi --keyed-util VERIFY FILE
      *          FILE and SEQFILE are paths or "@NAME" dataset
      *          catalog logical names.
      *          UNLOAD writes every record in primary key order to
      *          a sequential file, one line per record (the 64-byte
      *          key then the data), closed by a control trailer: TRL,
      *          the record count in ten digits and a content hash in
      *          eighteen.
      *          RELOAD checks an unloaded file's trailer against its
      *          records before anything is touched, then builds the
      *          keyed file fresh from it and checks the count and
      *          hash again from the rebuilt file.
      *          REORG unloads the master to SEQFILE (FILE.unl when
      *          unset) and reloads it in place, reporting the before
      *          and after record count and hash; the unloaded copy is
      *          kept as the backup to reload from should the two
      *          disagree.
      *          VERIFY reads the whole file by the primary key and by
      *          both alternate keys, reading every record an
      *          alternate index returns back by its primary key, and
      *          reports index entries with no matching record,
      *          duplicate or out-of-order primaries, and record
      *          counts or hashes that differ between the indexes.
      *          The file is reserved EXCLUSIVE (dataset-reserve, on
      *          its logical name, or its file name when given as a
      *          path) for the duration. A RELOAD or REORG that
      *          rebuilt the file stamps a REORG entry in the audit
      *          journal, so journal recovery will not back images out
      *          across the rebuild.
      *          Return code 0 when done and clean, 1 for a usage
      *          error or an unreadable file, 4 when VERIFY found
      *          problems, 6 when a control count or hash disagrees,
      *          7 when the reservation was refused.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. keyed-util.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select fd-ku-seq-file
               assign to dynamic ws-seq-path
               organization is line sequential
               file status is ws-seq-status.

       data division.

       file section.

       fd  fd-ku-seq-file.
       01  f-ku-seq-line                 pic x(1100).

       working-storage section.

      *>   Keyed file numbers the utility uses -- the same pair the
      *>   partition split uses, out of any script's range. The
      *>   second handle is the one VERIFY reads back by primary key
      *>   while the first walks an alternate index.
       78  ws-ku-master-number           value 98.
       78  ws-ku-probe-number            value 99.

       78  ws-ku-rc-usage                value 1.
       78  ws-ku-rc-verify-failed        value 4.
       78  ws-ku-rc-totals               value 6.
       78  ws-ku-rc-reserve              value 7.

      *>   Problem keys listed per category before the rest are
      *>   only counted.
       78  ws-ku-max-listed              value 10.

       01  ws-ku-action                  pic x(16) value spaces.
           88  ws-ku-unload              value "UNLOAD".
           88  ws-ku-reload              value "RELOAD".
           88  ws-ku-reorg               value "REORG".
           88  ws-ku-verify              value "VERIFY".

       01  ws-master-name                pic x(1024) value spaces.
       01  ws-master-path                pic x(1024) value spaces.
       01  ws-seq-name                   pic x(1024) value spaces.
       01  ws-seq-path                   pic x(1024) value spaces.
       01  ws-seq-status                 pic xx.
           88  ws-seq-status-ok          value "00".

       01  ws-resolve-name               pic x(1024).
       01  ws-resolve-path               pic x(1024).
       01  ws-resolve-rc                 pic 9.

       01  ws-ku-bad-sw                  pic a value 'N'.
           88  ws-ku-bad                 value 'Y'.
           88  ws-ku-good                value 'N'.

       01  ws-ku-rebuilt-sw              pic a value 'N'.
           88  ws-ku-rebuilt             value 'Y'.
           88  ws-ku-not-rebuilt         value 'N'.

       01  ws-ku-status                  pic 9 value 0.

      *>   Keyed I/O parameters, shaped the way keyed-file-io takes
      *>   them.
       01  ws-keyed-file-name            pic x(1024).
       01  ws-keyed-number               pic 99.
       01  ws-keyed-key                  pic x(64).
       01  ws-keyed-data                 pic x(960).
       01  ws-keyed-alt                  pic 9 value 0.
       01  ws-keyed-direction            pic 9 value 1.
       01  ws-keyed-eof                  pic 9.
       01  ws-keyed-rc                   pic 9.
       01  ws-probe-data                 pic x(960).
       01  ws-pending-error              pic 9(4).

       01  ws-exist-info                 pic x(64).

      *>   One record as the unloaded line carries it.
       01  ws-ku-record.
           05  ws-ku-record-key          pic x(64).
           05  ws-ku-record-data         pic x(960).
       01  ws-ku-record-text redefines ws-ku-record
                                         pic x(1024).

       01  ws-prior-key                  pic x(64).
       01  ws-first-record-sw            pic a value 'Y'.
           88  ws-first-record           value 'Y'.
           88  ws-not-first-record       value 'N'.

       01  ws-seq-eof-sw                 pic a value 'N'.
           88  ws-seq-eof                value 'Y'.
           88  ws-seq-not-eof            value 'N'.

      *>   The content hash: each record's characters folded into a
      *>   per-record value, those summed over the file -- so the
      *>   same records give the same hash whichever index they were
      *>   read through.
       01  ws-char-idx                   pic 9(4) comp.
       01  ws-record-len                 pic 9(4) comp.
       01  ws-record-sum                 pic 9(18) comp.
       78  ws-record-sum-modulus         value 999999937.

       01  ws-walk-count                 pic 9(10).
       01  ws-walk-hash                  pic 9(18).

       01  ws-before-count               pic 9(10) value 0.
       01  ws-before-hash                pic 9(18) value 0.
       01  ws-after-count                pic 9(10) value 0.
       01  ws-after-hash                 pic 9(18) value 0.
       01  ws-seq-count                  pic 9(10) value 0.
       01  ws-seq-hash                   pic 9(18) value 0.

      *>   The control trailer, TRL + count + hash.
       01  ws-trailer-line.
           05  ws-trailer-tag            pic x(3) value "TRL".
           05  ws-trailer-count          pic 9(10).
           05  ws-trailer-hash           pic 9(18).
       01  ws-trailer-found-sw           pic a value 'N'.
           88  ws-trailer-found          value 'Y'.
           88  ws-trailer-missing        value 'N'.
       01  ws-trl-count                  pic 9(10) value 0.
       01  ws-trl-hash                   pic 9(18) value 0.

      *>   VERIFY findings.
       01  ws-primary-count              pic 9(10) value 0.
       01  ws-primary-hash               pic 9(18) value 0.
       01  ws-alt-count                  pic 9(10) occurs 2 times.
       01  ws-alt-hash                   pic 9(18) occurs 2 times.
       01  ws-alt-orphans                pic 9(10) occurs 2 times.
       01  ws-duplicate-count            pic 9(10) value 0.
       01  ws-order-count                pic 9(10) value 0.
       01  ws-mismatch-count             pic 9(10) value 0.
       01  ws-problem-count              pic 9(10) value 0.
       01  ws-alt-idx                    pic 9.

       01  ws-count-disp                 pic z(9)9.
       01  ws-hash-disp                  pic z(17)9.
       01  ws-alt-disp                   pic 9.

      *>   The run's reservation.
       01  ws-reserve-text               pic x(1024).
       01  ws-reserve-holder             pic x(1024).
       01  ws-reserve-name               pic x(64).
       01  ws-reserve-rc                 pic 9.
       01  ws-reserve-level-script       pic a value 'S'.
       01  ws-reserve-level-all          pic a value 'A'.
       01  ws-slash-idx                  pic 9(4) comp.

      *>   The REORG journal entry.
       01  ws-journal-program            pic x(1024).
       01  ws-journal-text               pic x(1024).

       linkage section.

       01  l-action-word                 pic x(16).
       01  l-file-name                   pic x(1024).
       01  l-seq-file-name               pic x(1024).

       procedure division using
           l-action-word l-file-name l-seq-file-name.

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point for cbi --keyed-util ACTION FILE
      *          [SEQFILE]: resolve the names, take the reservation,
      *          run the action and release.
      * Tectonics: ./build.sh
      ******************************************************************
       main-procedure.

           move upper-case(trim(l-action-word)) to ws-ku-action
           move 0 to ws-ku-status

      *>   RELOAD names the sequential file first, the way the data
      *>   flows.
           if ws-ku-reload then
               move l-seq-file-name to ws-master-name
               move l-file-name to ws-seq-name
           else
               move l-file-name to ws-master-name
               move l-seq-file-name to ws-seq-name
           end-if

           if not (ws-ku-unload or ws-ku-reload
               or ws-ku-reorg or ws-ku-verify)
               or ws-master-name = spaces
               or ((ws-ku-unload or ws-ku-reload)
                   and ws-seq-name = spaces)
           then
               perform display-keyed-util-usage
               move ws-ku-rc-usage to return-code
               goback
           end-if

           move ws-master-name to ws-resolve-name
           perform resolve-one-name
           move ws-resolve-path to ws-master-path

           if ws-seq-name = spaces then
               move concatenate(trim(ws-master-path) ".unl")
                   to ws-seq-path
           else
               move ws-seq-name to ws-resolve-name
               perform resolve-one-name
               move ws-resolve-path to ws-seq-path
           end-if

           if ws-ku-bad then
               move ws-ku-rc-usage to return-code
               goback
           end-if

           perform take-master-reservation
           if ws-reserve-rc = 0 then
               display
                   "Keyed utility refused: "
                   trim(ws-reserve-name)
                   " is reserved by another run."
               end-display
               call "logger-leveled" using concatenate(
                   "KEYED-UTIL :: ERROR : reservation refused for "
                   trim(ws-reserve-name))
                   "ERROR"
               end-call
               call "reserve-release" using ws-reserve-level-all
               end-call
               move ws-ku-rc-reserve to return-code
               goback
           end-if

           display " "
           display
               "Keyed utility " trim(ws-ku-action) ": "
               trim(ws-master-path)
           end-display

           evaluate true
               when ws-ku-unload
                   perform unload-keyed-master
               when ws-ku-reload
                   perform reload-keyed-master
               when ws-ku-reorg
                   perform reorganise-keyed-master
               when ws-ku-verify
                   perform verify-keyed-master
           end-evaluate

           if ws-ku-rebuilt then
               perform journal-reorganisation
           end-if

           call "reserve-release" using ws-reserve-level-all
           end-call

           call "logger" using concatenate(
               "KEYED-UTIL :: " trim(ws-ku-action) " "
               trim(ws-master-path) " finished, status "
               ws-ku-status)
           end-call

           move ws-ku-status to return-code
           goback.


       display-keyed-util-usage.

           display
               "Usage: cbi --keyed-util UNLOAD <file> <seqfile>"
           end-display
           display
               "       cbi --keyed-util RELOAD <seqfile> <file>"
           end-display
           display
               "       cbi --keyed-util REORG <file> [seqfile]"
           end-display
           display
               "       cbi --keyed-util VERIFY <file>"
           end-display

           exit paragraph.


       resolve-one-name.

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
               set ws-ku-bad to true
           end-if

           exit paragraph.


      *>   RESERVE <name> EXCLUSIVE on the master's logical name, or
      *>   on its file name (upper-cased, directories dropped) when
      *>   it was given as a path.
       take-master-reservation.

           move spaces to ws-reserve-name

           if ws-master-name(1:1) = "@" then
               move upper-case(trim(ws-master-name(2:63)))
                   to ws-reserve-name
           else
               move 0 to ws-slash-idx
               perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(trim(ws-master-name))
                   if ws-master-name(ws-char-idx:1) = "/" then
                       move ws-char-idx to ws-slash-idx
                   end-if
               end-perform
               add 1 to ws-slash-idx
               move upper-case(trim(ws-master-name(ws-slash-idx:)))
                   to ws-reserve-name
           end-if

           move spaces to ws-reserve-text
           string
               "RESERVE " trim(ws-reserve-name(1:32)) " EXCLUSIVE"
               delimited by size
               into ws-reserve-text
           end-string

           call "reserve-declare" using
               ws-reserve-text
               ws-reserve-level-script
           end-call

           move spaces to ws-reserve-holder
           string
               "cbi --keyed-util " trim(ws-ku-action) " "
               trim(ws-master-name)
               delimited by size
               into ws-reserve-holder
           end-string

           call "reserve-acquire" using
               ws-reserve-holder
               ws-reserve-rc
           end-call

           exit paragraph.


      ******************************************************************
      * UNLOAD -- primary key order to the sequential file, trailer
      * last.
      ******************************************************************
       unload-keyed-master.

           perform check-master-exists
           if ws-ku-bad then
               exit paragraph
           end-if

           perform open-master
           if ws-ku-bad then
               exit paragraph
           end-if

           open output fd-ku-seq-file
           if not ws-seq-status-ok then
               display
                   "Cannot write unload file: " trim(ws-seq-path)
               end-display
               perform close-master
               move ws-ku-rc-usage to ws-ku-status
               set ws-ku-bad to true
               exit paragraph
           end-if

           move 0 to ws-walk-count
           move 0 to ws-walk-hash
           move 0 to ws-keyed-alt
           perform start-master-walk

           perform read-master-next
           perform until ws-keyed-eof = 1
               move ws-ku-record-text to f-ku-seq-line
               write f-ku-seq-line
               perform read-master-next
           end-perform

           move ws-walk-count to ws-trailer-count
           move ws-walk-hash to ws-trailer-hash
           move ws-trailer-line to f-ku-seq-line
           write f-ku-seq-line

           close fd-ku-seq-file
           perform close-master

           move ws-walk-count to ws-before-count
           move ws-walk-hash to ws-before-hash

           move ws-walk-count to ws-count-disp
           move ws-walk-hash to ws-hash-disp
           display
               "  unloaded " trim(ws-count-disp) " record(s) to "
               trim(ws-seq-path) ", hash " trim(ws-hash-disp)
           end-display

           exit paragraph.


      ******************************************************************
      * RELOAD -- check the unloaded file's trailer, build the keyed
      * file fresh, and check the rebuilt file against the trailer.
      ******************************************************************
       reload-keyed-master.

           perform check-unload-file
           if ws-ku-bad then
               exit paragraph
           end-if

           open input fd-ku-seq-file
           if not ws-seq-status-ok then
               perform report-seq-not-readable
               exit paragraph
           end-if

      *>   From here on the master is being replaced.
           call "CBL_DELETE_FILE" using ws-master-path
           end-call
           set ws-ku-rebuilt to true

           perform open-master
           if ws-ku-bad then
               close fd-ku-seq-file
               exit paragraph
           end-if

           move ws-ku-master-number to ws-keyed-number
           set ws-first-record to true
           move 0 to ws-duplicate-count
           set ws-seq-not-eof to true

           perform read-seq-record
           perform until ws-seq-eof
               if ws-not-first-record
                   and ws-ku-record-key <= ws-prior-key
               then
                   add 1 to ws-duplicate-count
                   call "logger-leveled" using concatenate(
                       "KEYED-UTIL :: WARN : unload file key out of "
                       "order or repeated: "
                       trim(ws-ku-record-key))
                       "WARN"
                   end-call
               end-if
               set ws-not-first-record to true
               move ws-ku-record-key to ws-prior-key

               move ws-ku-record-key to ws-keyed-key
               move ws-ku-record-data to ws-keyed-data
               call "write-keyed-record" using
                   ws-keyed-number
                   ws-keyed-key
                   ws-keyed-data
                   ws-keyed-rc
               end-call
               perform read-seq-record
           end-perform

           close fd-ku-seq-file
           perform close-master

           if ws-duplicate-count > 0 then
               move ws-duplicate-count to ws-count-disp
               display
                   "  WARNING: " trim(ws-count-disp)
                   " unload record(s) out of key order or repeated"
               end-display
           end-if

      *>   The rebuilt file, read back, must match the trailer.
           perform walk-master-totals
           move ws-walk-count to ws-after-count
           move ws-walk-hash to ws-after-hash

           move ws-after-count to ws-count-disp
           move ws-after-hash to ws-hash-disp
           display
               "  reloaded " trim(ws-count-disp) " record(s) from "
               trim(ws-seq-path) ", hash " trim(ws-hash-disp)
           end-display

           if ws-after-count not = ws-trl-count
               or ws-after-hash not = ws-trl-hash
           then
               display
                   "  CONTROL TOTALS DISAGREE: the rebuilt file "
                   "does not match the unload trailer."
               end-display
               call "logger-leveled" using concatenate(
                   "KEYED-UTIL :: ERROR : reload of "
                   trim(ws-master-path) " from " trim(ws-seq-path)
                   " does not match the trailer")
                   "ERROR"
               end-call
               move ws-ku-rc-totals to ws-ku-status
           end-if

           exit paragraph.


      ******************************************************************
      * REORG -- unload to the backup, reload in place, compare the
      * before and after totals.
      ******************************************************************
       reorganise-keyed-master.

           perform unload-keyed-master
           if ws-ku-bad then
               exit paragraph
           end-if

           perform reload-keyed-master
           if ws-ku-bad then
               exit paragraph
           end-if

           move ws-before-count to ws-count-disp
           move ws-before-hash to ws-hash-disp
           display
               "  before: " trim(ws-count-disp) " record(s), hash "
               trim(ws-hash-disp)
           end-display
           move ws-after-count to ws-count-disp
           move ws-after-hash to ws-hash-disp
           display
               "  after:  " trim(ws-count-disp) " record(s), hash "
               trim(ws-hash-disp)
           end-display

           if ws-before-count not = ws-after-count
               or ws-before-hash not = ws-after-hash
           then
               display
                   "  REORGANISATION CHECK FAILED -- reload the "
                   "master from " trim(ws-seq-path)
               end-display
               move ws-ku-rc-totals to ws-ku-status
           else
               display
                   "  reorganisation complete; the unloaded copy is "
                   "kept in " trim(ws-seq-path)
               end-display
           end-if

           exit paragraph.


      ******************************************************************
      * VERIFY -- the primary index, then each alternate index with
      * every record it returns read back by primary key.
      ******************************************************************
       verify-keyed-master.

           perform check-master-exists
           if ws-ku-bad then
               exit paragraph
           end-if

           perform open-master
           if ws-ku-bad then
               exit paragraph
           end-if

           move ws-master-path to ws-keyed-file-name
           move ws-ku-probe-number to ws-keyed-number
           call "open-keyed-file" using
               ws-keyed-file-name
               ws-keyed-number
               ws-keyed-rc
           end-call
           if ws-keyed-rc = 0 then
               perform report-master-not-readable
               perform close-master
               exit paragraph
           end-if

           perform verify-primary-index

           perform varying ws-alt-idx from 1 by 1
           until ws-alt-idx > 2
               perform verify-alternate-index
           end-perform

           move ws-ku-probe-number to ws-keyed-number
           call "close-keyed-file" using
               ws-keyed-number
               ws-keyed-rc
           end-call
           perform close-master

           perform report-verify-results

           exit paragraph.


       verify-primary-index.

           move 0 to ws-walk-count
           move 0 to ws-walk-hash
           move 0 to ws-duplicate-count
           move 0 to ws-order-count
           set ws-first-record to true

           move 0 to ws-keyed-alt
           perform start-master-walk

           perform read-master-next
           perform until ws-keyed-eof = 1
               if ws-not-first-record then
                   evaluate true
                       when ws-ku-record-key = ws-prior-key
                           add 1 to ws-duplicate-count
                           if ws-duplicate-count <= ws-ku-max-listed
                           then
                               display
                                   "  duplicate primary key: "
                                   trim(ws-ku-record-key)
                               end-display
                           end-if
                       when ws-ku-record-key < ws-prior-key
                           add 1 to ws-order-count
                           if ws-order-count <= ws-ku-max-listed
                           then
                               display
                                   "  primary key out of order: "
                                   trim(ws-ku-record-key)
                               end-display
                           end-if
                   end-evaluate
               end-if
               set ws-not-first-record to true
               move ws-ku-record-key to ws-prior-key
               perform read-master-next
           end-perform

           move ws-walk-count to ws-primary-count
           move ws-walk-hash to ws-primary-hash

           exit paragraph.


       verify-alternate-index.

           move 0 to ws-walk-count
           move 0 to ws-walk-hash
           move 0 to ws-alt-orphans(ws-alt-idx)
           move ws-alt-idx to ws-alt-disp

           move ws-alt-idx to ws-keyed-alt
           perform start-master-walk

           perform read-master-next
           perform until ws-keyed-eof = 1
               perform probe-primary-key
               perform read-master-next
           end-perform

           move ws-walk-count to ws-alt-count(ws-alt-idx)
           move ws-walk-hash to ws-alt-hash(ws-alt-idx)

           exit paragraph.


      *>   The record an alternate index led to must come back the
      *>   same when read by its own primary key; otherwise the
      *>   alternate entry is orphaned.
       probe-primary-key.

           move ws-ku-probe-number to ws-keyed-number
           move ws-ku-record-key to ws-keyed-key
           call "read-keyed-record" using
               ws-keyed-number
               ws-keyed-key
               ws-probe-data
               ws-keyed-rc
           end-call

      *>   A miss raised the scripts' not-found error; no script is
      *>   running to trap it, so it is cleared here.
           call "check-pending-error" using ws-pending-error
           end-call

           if ws-keyed-rc = 0
               or ws-probe-data not = ws-ku-record-data
           then
               add 1 to ws-alt-orphans(ws-alt-idx)
               if ws-alt-orphans(ws-alt-idx) <= ws-ku-max-listed then
                   display
                       "  ALT" ws-alt-disp " entry with no matching "
                       "record: " trim(ws-ku-record-key)
                   end-display
               end-if
           end-if

           exit paragraph.


       report-verify-results.

           move 0 to ws-problem-count
           move 0 to ws-mismatch-count

           move ws-primary-count to ws-count-disp
           move ws-primary-hash to ws-hash-disp
           display
               "  primary: " trim(ws-count-disp) " record(s), hash "
               trim(ws-hash-disp)
           end-display

           perform varying ws-alt-idx from 1 by 1
           until ws-alt-idx > 2
               move ws-alt-idx to ws-alt-disp
               move ws-alt-count(ws-alt-idx) to ws-count-disp
               move ws-alt-hash(ws-alt-idx) to ws-hash-disp
               display
                   "  ALT" ws-alt-disp ":    " trim(ws-count-disp)
                   " record(s), hash " trim(ws-hash-disp)
               end-display
               if ws-alt-count(ws-alt-idx) not = ws-primary-count
                   or ws-alt-hash(ws-alt-idx) not = ws-primary-hash
               then
                   add 1 to ws-mismatch-count
                   display
                       "  COUNT MISMATCH: ALT" ws-alt-disp
                       " index does not agree with the primary"
                   end-display
               end-if
               add ws-alt-orphans(ws-alt-idx) to ws-problem-count
           end-perform

           add ws-duplicate-count to ws-problem-count
           add ws-order-count to ws-problem-count
           add ws-mismatch-count to ws-problem-count

           move ws-alt-orphans(1) to ws-count-disp
           display
               "  orphaned ALT1 entries:   " trim(ws-count-disp)
           end-display
           move ws-alt-orphans(2) to ws-count-disp
           display
               "  orphaned ALT2 entries:   " trim(ws-count-disp)
           end-display
           move ws-duplicate-count to ws-count-disp
           display
               "  duplicate primaries:     " trim(ws-count-disp)
           end-display
           move ws-order-count to ws-count-disp
           display
               "  out-of-order primaries:  " trim(ws-count-disp)
           end-display
           move ws-mismatch-count to ws-count-disp
           display
               "  index count mismatches:  " trim(ws-count-disp)
           end-display

           if ws-problem-count = 0 then
               display "  verify clean."
           else
               move ws-problem-count to ws-count-disp
               display
                   "  VERIFY FAILED: " trim(ws-count-disp)
                   " problem(s) found."
               end-display
               call "logger-leveled" using concatenate(
                   "KEYED-UTIL :: ERROR : verify of "
                   trim(ws-master-path) " found "
                   trim(ws-count-disp) " problem(s)")
                   "ERROR"
               end-call
               move ws-ku-rc-verify-failed to ws-ku-status
           end-if

           exit paragraph.


      ******************************************************************
      * Shared pieces.
      ******************************************************************
       check-master-exists.

           call "CBL_CHECK_FILE_EXIST" using
               ws-master-path ws-exist-info
           end-call

           if return-code not = 0 then
               perform report-master-not-readable
           end-if

           exit paragraph.


       report-master-not-readable.

           display "Keyed file not found: " trim(ws-master-path)
           call "logger-leveled" using concatenate(
               "KEYED-UTIL :: ERROR : cannot open keyed file: "
               trim(ws-master-path))
               "ERROR"
           end-call
           move ws-ku-rc-usage to ws-ku-status
           set ws-ku-bad to true

           exit paragraph.


       report-seq-not-readable.

           display "Unload file not found: " trim(ws-seq-path)
           call "logger-leveled" using concatenate(
               "KEYED-UTIL :: ERROR : cannot read unload file: "
               trim(ws-seq-path))
               "ERROR"
           end-call
           move ws-ku-rc-usage to ws-ku-status
           set ws-ku-bad to true

           exit paragraph.


       open-master.

           move ws-master-path to ws-keyed-file-name
           move ws-ku-master-number to ws-keyed-number
           call "open-keyed-file" using
               ws-keyed-file-name
               ws-keyed-number
               ws-keyed-rc
           end-call

           if ws-keyed-rc = 0 then
               perform report-master-not-readable
           end-if

           exit paragraph.


       close-master.

           move ws-ku-master-number to ws-keyed-number
           call "close-keyed-file" using
               ws-keyed-number
               ws-keyed-rc
           end-call

           exit paragraph.


      *>   Position the walk at the start of the index in
      *>   ws-keyed-alt (0 = primary).
       start-master-walk.

           move ws-ku-master-number to ws-keyed-number
           move low-values to ws-keyed-key
           call "start-keyed-file" using
               ws-keyed-number
               ws-keyed-key
               ws-keyed-alt
               ws-keyed-rc
           end-call

           exit paragraph.


      *>   Next record of the walk into ws-ku-record, counted and
      *>   hashed; ws-keyed-eof is 1 once the walk is done.
       read-master-next.

           move ws-ku-master-number to ws-keyed-number
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
               exit paragraph
           end-if

           move ws-keyed-key to ws-ku-record-key
           move ws-keyed-data to ws-ku-record-data
           perform hash-one-record
           add 1 to ws-walk-count
           add ws-record-sum to ws-walk-hash

           exit paragraph.


      *>   Count and hash of the whole file in primary key order.
       walk-master-totals.

           move 0 to ws-walk-count
           move 0 to ws-walk-hash

           perform open-master
           if ws-ku-bad then
               exit paragraph
           end-if

           move 0 to ws-keyed-alt
           perform start-master-walk

           perform read-master-next
           perform until ws-keyed-eof = 1
               perform read-master-next
           end-perform

           perform close-master

           exit paragraph.


      *>   ws-record-sum from ws-ku-record, trailing blanks ignored
      *>   so an unloaded line read back hashes the same.
       hash-one-record.

           move 0 to ws-record-sum
           move length(trim(ws-ku-record-text trailing))
               to ws-record-len

           if ws-ku-record-text = spaces then
               exit paragraph
           end-if

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-record-len
               compute ws-record-sum =
                   mod(ws-record-sum * 31
                       + ord(ws-ku-record-text(ws-char-idx:1)),
                       ws-record-sum-modulus)
               end-compute
           end-perform

           exit paragraph.


      *>   One pass over the unload file: its records' count and
      *>   hash against the trailer, before the master is touched.
       check-unload-file.

           open input fd-ku-seq-file
           if not ws-seq-status-ok then
               perform report-seq-not-readable
               exit paragraph
           end-if

           move 0 to ws-seq-count
           move 0 to ws-seq-hash
           set ws-trailer-missing to true
           set ws-seq-not-eof to true

           perform read-seq-record
           perform until ws-seq-eof
               perform hash-one-record
               add 1 to ws-seq-count
               add ws-record-sum to ws-seq-hash
               perform read-seq-record
           end-perform

           close fd-ku-seq-file

           if ws-trailer-missing then
               display
                   "  Unload file has no control trailer: "
                   trim(ws-seq-path)
               end-display
               perform refuse-unload-file
               exit paragraph
           end-if

           if ws-seq-count not = ws-trl-count
               or ws-seq-hash not = ws-trl-hash
           then
               move ws-seq-count to ws-count-disp
               display
                   "  Unload file records (" trim(ws-count-disp)
                   ") do not match its control trailer: "
                   trim(ws-seq-path)
               end-display
               perform refuse-unload-file
           end-if

           exit paragraph.


       refuse-unload-file.

           display "  The keyed file has not been touched."
           call "logger-leveled" using concatenate(
               "KEYED-UTIL :: ERROR : unload file failed its "
               "control check: " trim(ws-seq-path))
               "ERROR"
           end-call
           move ws-ku-rc-totals to ws-ku-status
           set ws-ku-bad to true

           exit paragraph.


      *>   Next data line into ws-ku-record; the TRL line sets the
      *>   trailer totals and is not returned.
       read-seq-record.

           perform read-seq-line

           if ws-seq-not-eof
               and f-ku-seq-line(1:3) = "TRL"
               and f-ku-seq-line(4:28) is numeric
               and f-ku-seq-line(32:) = spaces
           then
               move f-ku-seq-line(1:31) to ws-trailer-line
               move ws-trailer-count to ws-trl-count
               move ws-trailer-hash to ws-trl-hash
               set ws-trailer-found to true
               perform read-seq-line
           end-if

           if ws-seq-eof then
               exit paragraph
           end-if

           move f-ku-seq-line(1:1024) to ws-ku-record-text

           exit paragraph.


       read-seq-line.

           read fd-ku-seq-file
               at end set ws-seq-eof to true
           end-read

           exit paragraph.


      *>   REORG|YYYYMMDDHHMMSS|file|action and counts -- written to
      *>   an audit journal of its own whether or not the run was
      *>   audited, for journal recovery to find.
       journal-reorganisation.

           move "cbi --keyed-util" to ws-journal-program
           call "enable-audit-journal" using ws-journal-program
           end-call

           move ws-after-count to ws-count-disp
           move spaces to ws-journal-text
           string
               trim(ws-ku-action)
               "|" trim(ws-count-disp)
               "|" trim(ws-seq-path)
               delimited by size
               into ws-journal-text
           end-string

           call "audit-write-reorg" using
               ws-master-path
               ws-journal-text
           end-call

           call "disable-audit-journal"
           end-call

           exit paragraph.

       end program keyed-util.
