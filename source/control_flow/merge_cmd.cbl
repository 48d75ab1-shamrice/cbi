      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the MERGE statement -- an N-way merge, in one
      *          pass, of files already in key order (the branches'
      *          sorted daily files), instead of concatenating them
      *          and sorting the lot again. Usage:
      *            MERGE "a", "b", "c" TO "out" ON start, len [DESC]
      *                  [NODUPS]
      *          Up to 8 inputs, quoted names or string variables;
      *          the key is columns start for len (up to 64) of each
      *          record, ascending unless DESC. Records with equal
      *          keys come out in the order the inputs are named, so
      *          the merge is stable.
      *          Each input is checked to really be in sequence as it
      *          is read; the first record out of order stops the
      *          merge, is logged naming the file and record number,
      *          sets MERGE.BADFILE$ and MERGE.BADREC, and raises
      *          error 87 (trappable with ON ERROR GOTO). The output
      *          is left holding what was merged up to that point.
      *          NODUPS drops a record exactly equal to one already
      *          written with the same key, whichever input it came
      *          from (up to 32 distinct records per key are held for
      *          the check).
      *          How many records each input gave is logged and set
      *          in MERGE.READ1 ... MERGE.READn, MERGE.FROM1 ...
      *          MERGE.FROMn (written) and MERGE.DUPS1 ...
      *          MERGE.DUPSn (dropped), with MERGE.WRITTEN and
      *          MERGE.DROPPED for the whole merge. A missing input
      *          is error 53; a malformed statement is error 5.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. merge-cmd.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select fd-merge-in-1
               assign to dynamic ws-merge-in-name-1
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-2
               assign to dynamic ws-merge-in-name-2
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-3
               assign to dynamic ws-merge-in-name-3
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-4
               assign to dynamic ws-merge-in-name-4
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-5
               assign to dynamic ws-merge-in-name-5
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-6
               assign to dynamic ws-merge-in-name-6
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-7
               assign to dynamic ws-merge-in-name-7
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-in-8
               assign to dynamic ws-merge-in-name-8
               organization is line sequential
               file status is ws-merge-in-status.

               select fd-merge-out
               assign to dynamic ws-merge-out-name
               organization is line sequential
               file status is ws-merge-out-status.

       data division.

       file section.

       fd  fd-merge-in-1.
       01  f-merge-in-line-1             pic x(32768).

       fd  fd-merge-in-2.
       01  f-merge-in-line-2             pic x(32768).

       fd  fd-merge-in-3.
       01  f-merge-in-line-3             pic x(32768).

       fd  fd-merge-in-4.
       01  f-merge-in-line-4             pic x(32768).

       fd  fd-merge-in-5.
       01  f-merge-in-line-5             pic x(32768).

       fd  fd-merge-in-6.
       01  f-merge-in-line-6             pic x(32768).

       fd  fd-merge-in-7.
       01  f-merge-in-line-7             pic x(32768).

       fd  fd-merge-in-8.
       01  f-merge-in-line-8             pic x(32768).

       fd  fd-merge-out.
       01  f-merge-out-line              pic x(32768).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-to-clause                  value " TO ".
       78  ws-on-clause                  value " ON ".
       78  ws-desc-clause                value "DESC".
       78  ws-nodups-clause              value "NODUPS".

       78  ws-max-merge-inputs           value 8.
       78  ws-max-dup-group              value 32.
       78  ws-err-illegal-function       value 5.
       78  ws-err-file-not-found         value 53.
       78  ws-err-out-of-sequence        value 87.

       01  ws-raise-error-code           pic 9(4).

       01  ws-merge-in-name-1            pic x(1024).
       01  ws-merge-in-name-2            pic x(1024).
       01  ws-merge-in-name-3            pic x(1024).
       01  ws-merge-in-name-4            pic x(1024).
       01  ws-merge-in-name-5            pic x(1024).
       01  ws-merge-in-name-6            pic x(1024).
       01  ws-merge-in-name-7            pic x(1024).
       01  ws-merge-in-name-8            pic x(1024).
       01  ws-merge-in-status            pic xx.
           88  ws-merge-in-ok            value "00".
       01  ws-merge-out-name             pic x(1024).
       01  ws-merge-out-status           pic xx.
           88  ws-merge-out-ok           value "00".

       01  ws-merge-failed-sw            pic a value 'N'.
           88  ws-merge-failed           value 'Y'.
           88  ws-merge-not-failed       value 'N'.
       01  ws-descending-sw              pic a value 'N'.
           88  ws-merge-descending       value 'Y'.
           88  ws-merge-ascending        value 'N'.
       01  ws-nodups-sw                  pic a value 'N'.
           88  ws-drop-dups              value 'Y'.
           88  ws-keep-dups              value 'N'.

      *>   Statement parts.
       01  ws-statement-rest             pic x(1024).
       01  ws-file-part                  pic x(1024).
       01  ws-on-part                    pic x(256).
       01  ws-input-list                 pic x(1024).
       01  ws-out-name-token             pic x(1024).
       01  ws-col-start-str              pic x(16).
       01  ws-col-len-str                pic x(16).
       01  ws-key-start                  pic 9(5) value 1.
       01  ws-key-length                 pic 9(5) value 10.
       01  ws-clause-count               pic 9(4) comp.
       01  ws-list-pos                   pic 9(4) comp.
       01  ws-list-idx                   pic 9(4) comp.
       01  ws-list-in-quote-sw           pic a value 'N'.
           88  ws-list-in-quote          value 'Y'.
           88  ws-list-not-in-quote      value 'N'.
       01  ws-name-token                 pic x(1024).

      *>   The inputs.
       01  ws-source-count               pic 9 comp value 0.
       01  ws-source-table.
           05  ws-source                 occurs 8 times.
               10  ws-src-name           pic x(1024).
               10  ws-src-record         pic x(32768).
               10  ws-src-key            pic x(64).
               10  ws-src-prev-key       pic x(64).
               10  ws-src-opened-sw      pic a.
                   88  ws-src-opened     value 'Y'.
               10  ws-src-done-sw        pic a.
                   88  ws-src-done       value 'Y'.
                   88  ws-src-pending    value 'N'.
               10  ws-src-read-count     pic 9(9).
               10  ws-src-written        pic 9(9).
               10  ws-src-dups           pic 9(9).
       01  ws-src-idx                    pic 9 comp.
       01  ws-best-idx                   pic 9 comp.
       01  ws-at-end-sw                  pic a value 'N'.
           88  ws-at-end                 value 'Y'.
           88  ws-not-at-end             value 'N'.
       01  ws-out-opened-sw              pic a value 'N'.
           88  ws-out-opened             value 'Y'.
           88  ws-out-not-opened         value 'N'.

      *>   The first record found out of sequence.
       01  ws-bad-src-idx                pic 9 comp value 0.
       01  ws-bad-record-number          pic 9(9) value 0.

      *>   Records already written for the current key, for NODUPS.
       01  ws-dup-group.
           05  ws-dup-group-key          pic x(64).
           05  ws-dup-group-count        pic 9(2) comp value 0.
           05  ws-dup-record             pic x(32768)
                                         occurs 32 times.
       01  ws-dup-idx                    pic 9(2) comp.
       01  ws-dup-found-sw               pic a value 'N'.
           88  ws-dup-found              value 'Y'.
           88  ws-dup-not-found          value 'N'.
       01  ws-dup-overflow-sw            pic a value 'N'.
           88  ws-dup-overflow-warned    value 'Y'.
           88  ws-dup-overflow-not-warned value 'N'.

       01  ws-total-written              pic 9(9) value 0.
       01  ws-total-dropped              pic 9(9) value 0.
       01  ws-count-disp                 pic z(8)9.
       01  ws-count-disp-2               pic z(8)9.
       01  ws-count-disp-3               pic z(8)9.
       01  ws-src-num-disp               pic 9.
       01  ws-assign-text                pic x(1200).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           set ws-merge-not-failed to true
           set ws-merge-ascending to true
           set ws-keep-dups to true
           set ws-out-not-opened to true
           move 0 to ws-bad-src-idx
           move 0 to ws-bad-record-number
           move 0 to ws-total-written
           move 0 to ws-total-dropped
           move 0 to ws-dup-group-count
           set ws-dup-overflow-not-warned to true

           perform parse-merge-statement
           if ws-merge-failed then
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform open-merge-files
           if ws-merge-failed then
               perform close-merge-files
               move ws-err-file-not-found to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

      *>   Prime each input with its first record.
           perform varying ws-src-idx from 1 by 1
               until ws-src-idx > ws-source-count
               perform read-source-record
           end-perform

           perform merge-one-record
               with test after
               until ws-merge-failed
                   or ws-best-idx = 0

           perform close-merge-files
           perform report-merge-counts

           if ws-merge-failed then
               perform report-out-of-sequence
               move ws-err-out-of-sequence to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
           end-if

           goback.


      *>   "a", "b", ... TO "out" ON start, len [DESC] [NODUPS]
       parse-merge-statement.

           move trim(l-src-code-str(length(ws-merge) + 1:))
               to ws-statement-rest

           move 0 to ws-clause-count
           inspect upper-case(ws-statement-rest)
               tallying ws-clause-count for all ws-on-clause

           if ws-clause-count = 0 then
               perform report-malformed-merge
               exit paragraph
           end-if

           move spaces to ws-file-part
           move spaces to ws-on-part
           unstring upper-case(ws-statement-rest)
               delimited by ws-on-clause
               into ws-file-part ws-on-part
           end-unstring

      *>   Re-take the file name section from the original text so
      *>   names keep their case -- the ON position is the same.
           move ws-statement-rest(1:length(trim(ws-file-part)))
               to ws-file-part

           move 0 to ws-clause-count
           inspect upper-case(ws-file-part)
               tallying ws-clause-count for all ws-to-clause
           if ws-clause-count = 0 then
               perform report-malformed-merge
               exit paragraph
           end-if

      *>   The last " TO " divides the inputs from the output.
           perform varying ws-list-idx
               from length(trim(ws-file-part)) by -1
               until ws-list-idx < 1
               if upper-case(ws-file-part(
                   ws-list-idx:length(ws-to-clause)))
                   = ws-to-clause
               then
                   exit perform
               end-if
           end-perform

           move spaces to ws-input-list
           move spaces to ws-out-name-token
           if ws-list-idx > 1 then
               move ws-file-part(1:ws-list-idx - 1) to ws-input-list
           end-if
           move ws-file-part(ws-list-idx + length(ws-to-clause):)
               to ws-out-name-token

           move ws-out-name-token to ws-name-token
           perform resolve-file-name-operand
           move ws-name-token to ws-merge-out-name

           perform split-input-list

           move spaces to ws-col-start-str
           move spaces to ws-col-len-str
           unstring ws-on-part
               delimited by ","
               into ws-col-start-str ws-col-len-str
           end-unstring

           move 0 to ws-clause-count
           inspect ws-col-len-str
               tallying ws-clause-count for all ws-desc-clause
           if ws-clause-count > 0 then
               set ws-merge-descending to true
           end-if

           move 0 to ws-clause-count
           inspect ws-col-len-str
               tallying ws-clause-count for all ws-nodups-clause
           if ws-clause-count > 0 then
               set ws-drop-dups to true
           end-if

           inspect ws-col-len-str
               replacing all ws-desc-clause by spaces
                         all ws-nodups-clause by spaces

           move 0 to ws-key-start
           move 0 to ws-key-length
           if test-numval(trim(ws-col-start-str)) = 0 then
               compute ws-key-start = numval(ws-col-start-str)
               end-compute
           end-if
           if test-numval(trim(ws-col-len-str)) = 0 then
               compute ws-key-length = numval(ws-col-len-str)
               end-compute
           end-if

           if ws-source-count = 0
               or ws-merge-out-name = spaces
               or ws-key-start = 0
               or ws-key-length = 0
               or ws-key-length > 64
               or ws-key-start + ws-key-length - 1 > 32768
           then
               perform report-malformed-merge
               exit paragraph
           end-if

           exit paragraph.


      *>   The input names, separated by commas outside quotes.
       split-input-list.

           move 0 to ws-source-count
           move spaces to ws-name-token
           move 0 to ws-list-pos
           set ws-list-not-in-quote to true

           perform varying ws-list-idx from 1 by 1
               until ws-list-idx > length(trim(ws-input-list))
                   or ws-merge-failed
               if ws-input-list(ws-list-idx:1) = ","
                   and ws-list-not-in-quote
               then
                   perform take-input-name
               else
                   if ws-input-list(ws-list-idx:1) = '"' then
                       if ws-list-in-quote then
                           set ws-list-not-in-quote to true
                       else
                           set ws-list-in-quote to true
                       end-if
                   end-if
                   add 1 to ws-list-pos
                   move ws-input-list(ws-list-idx:1)
                       to ws-name-token(ws-list-pos:1)
               end-if
           end-perform

           if ws-name-token not = spaces then
               perform take-input-name
           end-if

           exit paragraph.


       take-input-name.

           if ws-name-token = spaces then
               exit paragraph
           end-if

           if ws-source-count >= ws-max-merge-inputs then
               call "logger-leveled" using concatenate(
                   "MERGE :: ERROR : more than 8 input files: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               set ws-merge-failed to true
               exit paragraph
           end-if

           perform resolve-file-name-operand

           add 1 to ws-source-count
           initialize ws-source(ws-source-count)
           move ws-name-token to ws-src-name(ws-source-count)

           move spaces to ws-name-token
           move 0 to ws-list-pos

           exit paragraph.


      *>   File name operands are quoted literals or string
      *>   variables.
       resolve-file-name-operand.

           move trim(ws-name-token) to ws-name-token

           if ws-name-token(1:1) = '"' then
               inspect ws-name-token replacing all '"' by space
               move trim(ws-name-token) to ws-name-token
               exit paragraph
           end-if

           move upper-case(trim(ws-name-token)) to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-name-token
               inspect ws-name-token replacing all '"' by space
               move trim(ws-name-token) to ws-name-token
           end-if

           exit paragraph.


       report-malformed-merge.

           call "logger-leveled" using concatenate(
               "MERGE :: ERROR : Malformed MERGE statement. Expected "
               "MERGE in, in, ... TO out ON start, len [DESC] "
               "[NODUPS]: " trim(l-src-code-str))
               "ERROR"
           end-call
           set ws-merge-failed to true

           exit paragraph.


       open-merge-files.

           perform varying ws-src-idx from 1 by 1
               until ws-src-idx > ws-source-count
               perform open-source-file
               if ws-merge-failed then
                   exit paragraph
               end-if
           end-perform

           open output fd-merge-out
           if not ws-merge-out-ok then
               call "logger-leveled" using concatenate(
                   "MERGE :: ERROR : cannot write output file: "
                   trim(ws-merge-out-name) " status: "
                   ws-merge-out-status)
                   "ERROR"
               end-call
               set ws-merge-failed to true
               exit paragraph
           end-if
           set ws-out-opened to true

           exit paragraph.


       open-source-file.

           evaluate ws-src-idx
               when 1
                   move ws-src-name(1) to ws-merge-in-name-1
                   open input fd-merge-in-1
               when 2
                   move ws-src-name(2) to ws-merge-in-name-2
                   open input fd-merge-in-2
               when 3
                   move ws-src-name(3) to ws-merge-in-name-3
                   open input fd-merge-in-3
               when 4
                   move ws-src-name(4) to ws-merge-in-name-4
                   open input fd-merge-in-4
               when 5
                   move ws-src-name(5) to ws-merge-in-name-5
                   open input fd-merge-in-5
               when 6
                   move ws-src-name(6) to ws-merge-in-name-6
                   open input fd-merge-in-6
               when 7
                   move ws-src-name(7) to ws-merge-in-name-7
                   open input fd-merge-in-7
               when 8
                   move ws-src-name(8) to ws-merge-in-name-8
                   open input fd-merge-in-8
           end-evaluate

           if not ws-merge-in-ok then
               call "logger-leveled" using concatenate(
                   "MERGE :: ERROR : input file not found: "
                   trim(ws-src-name(ws-src-idx)) " status: "
                   ws-merge-in-status)
                   "ERROR"
               end-call
               set ws-merge-failed to true
               exit paragraph
           end-if

           move 'Y' to ws-src-opened-sw(ws-src-idx)
           set ws-src-pending(ws-src-idx) to true

           exit paragraph.


       close-merge-files.

           perform varying ws-src-idx from 1 by 1
               until ws-src-idx > ws-source-count
               if ws-src-opened(ws-src-idx) then
                   evaluate ws-src-idx
                       when 1
                           close fd-merge-in-1
                       when 2
                           close fd-merge-in-2
                       when 3
                           close fd-merge-in-3
                       when 4
                           close fd-merge-in-4
                       when 5
                           close fd-merge-in-5
                       when 6
                           close fd-merge-in-6
                       when 7
                           close fd-merge-in-7
                       when 8
                           close fd-merge-in-8
                   end-evaluate
                   move 'N' to ws-src-opened-sw(ws-src-idx)
               end-if
           end-perform

           if ws-out-opened then
               close fd-merge-out
               set ws-out-not-opened to true
           end-if

           exit paragraph.


      *>   The next record of input ws-src-idx, checked against the
      *>   one before it for sequence.
       read-source-record.

           set ws-not-at-end to true
           move spaces to ws-src-record(ws-src-idx)

           evaluate ws-src-idx
               when 1
                   read fd-merge-in-1 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 2
                   read fd-merge-in-2 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 3
                   read fd-merge-in-3 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 4
                   read fd-merge-in-4 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 5
                   read fd-merge-in-5 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 6
                   read fd-merge-in-6 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 7
                   read fd-merge-in-7 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
               when 8
                   read fd-merge-in-8 into ws-src-record(ws-src-idx)
                       at end set ws-at-end to true
                   end-read
           end-evaluate

           if ws-at-end then
               set ws-src-done(ws-src-idx) to true
               exit paragraph
           end-if

           add 1 to ws-src-read-count(ws-src-idx)
           move ws-src-key(ws-src-idx) to ws-src-prev-key(ws-src-idx)
           move ws-src-record(ws-src-idx)
               (ws-key-start:ws-key-length)
               to ws-src-key(ws-src-idx)

           if ws-src-read-count(ws-src-idx) > 1 then
               if (ws-merge-ascending
                   and ws-src-key(ws-src-idx)
                       < ws-src-prev-key(ws-src-idx))
                   or (ws-merge-descending
                   and ws-src-key(ws-src-idx)
                       > ws-src-prev-key(ws-src-idx))
               then
                   set ws-merge-failed to true
                   move ws-src-idx to ws-bad-src-idx
                   move ws-src-read-count(ws-src-idx)
                       to ws-bad-record-number
               end-if
           end-if

           exit paragraph.


      *>   Writes the lowest (highest, DESC) pending key -- the
      *>   first input named wins a tie -- and reads on from the
      *>   input it came from. ws-best-idx 0 means every input is
      *>   done.
       merge-one-record.

           move 0 to ws-best-idx

           perform varying ws-src-idx from 1 by 1
               until ws-src-idx > ws-source-count
               if ws-src-pending(ws-src-idx) then
                   evaluate true
                       when ws-best-idx = 0
                           move ws-src-idx to ws-best-idx
                       when ws-merge-ascending
                           and ws-src-key(ws-src-idx)
                               < ws-src-key(ws-best-idx)
                           move ws-src-idx to ws-best-idx
                       when ws-merge-descending
                           and ws-src-key(ws-src-idx)
                               > ws-src-key(ws-best-idx)
                           move ws-src-idx to ws-best-idx
                   end-evaluate
               end-if
           end-perform

           if ws-best-idx = 0 then
               exit paragraph
           end-if

           perform write-best-record

           move ws-best-idx to ws-src-idx
           perform read-source-record

           exit paragraph.


       write-best-record.

           if ws-drop-dups then
               perform check-duplicate-record
               if ws-dup-found then
                   add 1 to ws-src-dups(ws-best-idx)
                   add 1 to ws-total-dropped
                   exit paragraph
               end-if
           end-if

           write f-merge-out-line from ws-src-record(ws-best-idx)
           add 1 to ws-src-written(ws-best-idx)
           add 1 to ws-total-written

           exit paragraph.


      *>   Equal records have equal keys, so only the records
      *>   already written for this key need comparing.
       check-duplicate-record.

           set ws-dup-not-found to true

           if ws-dup-group-count = 0
               or ws-dup-group-key not = ws-src-key(ws-best-idx)
           then
               move ws-src-key(ws-best-idx) to ws-dup-group-key
               move 0 to ws-dup-group-count
           end-if

           perform varying ws-dup-idx from 1 by 1
               until ws-dup-idx > ws-dup-group-count
               if ws-dup-record(ws-dup-idx)
                   = ws-src-record(ws-best-idx)
               then
                   set ws-dup-found to true
                   exit paragraph
               end-if
           end-perform

           if ws-dup-group-count < ws-max-dup-group then
               add 1 to ws-dup-group-count
               move ws-src-record(ws-best-idx)
                   to ws-dup-record(ws-dup-group-count)
           else
               if ws-dup-overflow-not-warned then
                   set ws-dup-overflow-warned to true
                   call "logger-leveled" using concatenate(
                       "MERGE :: WARN : more than 32 different "
                       "records for key " trim(ws-dup-group-key)
                       "; later ones are not checked for "
                       "duplicates")
                       "WARN"
                   end-call
               end-if
           end-if

           exit paragraph.


       report-merge-counts.

           perform varying ws-src-idx from 1 by 1
               until ws-src-idx > ws-source-count
               move ws-src-idx to ws-src-num-disp
               move ws-src-read-count(ws-src-idx) to ws-count-disp
               move ws-src-written(ws-src-idx) to ws-count-disp-2
               move ws-src-dups(ws-src-idx) to ws-count-disp-3
               call "logger" using concatenate(
                   "MERGE :: input " ws-src-num-disp " "
                   trim(ws-src-name(ws-src-idx)) ": read "
                   trim(ws-count-disp) ", written "
                   trim(ws-count-disp-2) ", duplicates dropped "
                   trim(ws-count-disp-3))
               end-call

               move concatenate("MERGE.READ" ws-src-num-disp
                   " = " trim(ws-count-disp)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
               move concatenate("MERGE.FROM" ws-src-num-disp
                   " = " trim(ws-count-disp-2)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
               move concatenate("MERGE.DUPS" ws-src-num-disp
                   " = " trim(ws-count-disp-3)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-perform

           move ws-total-written to ws-count-disp
           move ws-total-dropped to ws-count-disp-2
           call "logger" using concatenate(
               "MERGE :: merged to " trim(ws-merge-out-name)
               ": written " trim(ws-count-disp)
               ", duplicates dropped " trim(ws-count-disp-2))
           end-call

           move concatenate("MERGE.WRITTEN = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call
           move concatenate("MERGE.DROPPED = " trim(ws-count-disp-2))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.


       report-out-of-sequence.

           move ws-bad-record-number to ws-count-disp
           call "logger-leveled" using concatenate(
               "MERGE :: ERROR : input out of sequence: "
               trim(ws-src-name(ws-bad-src-idx)) " record "
               trim(ws-count-disp) " key "
               trim(ws-src-key(ws-bad-src-idx))
               " follows key "
               trim(ws-src-prev-key(ws-bad-src-idx))
               "; merge stopped, output incomplete: "
               trim(ws-merge-out-name))
               "ERROR"
           end-call

           move concatenate('MERGE.BADFILE$ = "'
               trim(ws-src-name(ws-bad-src-idx)) '"')
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call
           move concatenate("MERGE.BADREC = " trim(ws-count-disp))
               to ws-assign-text
           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.

       end program merge-cmd.
