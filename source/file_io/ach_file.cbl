      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Builds and checks NACHA ACH files, so the payment
      *          scripts hand over company, batch and entry data
      *          instead of padding fields and summing entry hashes
      *          themselves:
      *            ACHOPEN "pay.ach", DEST, ORIGIN, DESTNAME,
      *                ORIGINNAME [, MODIFIER] [, REFCODE]
      *            ACHBATCH SEC, COMPANYNAME, COMPANYID, ENTRYDESC,
      *                EFFDATE, ODFI [, SERVICECLASS]
      *                [, DISCRETIONARY] [, DESCDATE]
      *            ACHENTRY TRANCODE, ROUTING, ACCOUNT, AMOUNT,
      *                IDNUMBER, NAME [, ADDENDA]
      *            ACHCLOSE
      *            ACHVALIDATE "in.ach" [, ERRCOUNT]
      *          Operands are quoted literals, variables or bare
      *          literals (routing numbers keep their leading
      *          zeros). AMOUNT is dollars and cents; EFFDATE is
      *          YYYYMMDD (as ADDBUSDAYS$ returns) or YYMMDD; ODFI
      *          and ROUTING are nine-digit routing numbers whose
      *          check digit is verified. SERVICECLASS defaults to
      *          200 (mixed); 220 refuses debits and 225 credits.
      *          A second ACHBATCH closes the batch before it.
      *          Records are written as fixed 94-byte lines (never
      *          trimmed of trailing blanks) with the file header,
      *          batch headers, entries, 05 addenda, batch and file
      *          controls carrying entry/addenda counts, entry hash
      *          and debit/credit totals, padded with 9-filled
      *          records to a block of ten. Trace numbers run
      *          ODFI + sequence through the file. ACHCLOSE reads the
      *          finished file back through the validator and raises
      *          error 79 on any discrepancy. Bad data in a
      *          statement (check digit, transaction code, amount)
      *          is also error 79 and marks the file, which ACHCLOSE
      *          then removes instead of finishing; a malformed
      *          statement is 5. A file still open at end of run is
      *          removed too, so a partial file can never reach the
      *          bank.
      *          ACHVALIDATE checks an inbound or outbound file --
      *          record lengths, record order, header and control
      *          fields, check digits, transaction codes against the
      *          service class, trace order, addenda linkage,
      *          batch and file counts, entry hash, debit/credit
      *          totals and the block count and padding -- logging
      *          every discrepancy. The count is assigned to
      *          ERRCOUNT when given; without it any discrepancy
      *          raises error 79. cbi --ach-validate <file> prints
      *          the same checks as a report.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. ach-file.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-ach-out
               assign to dynamic ws-ach-file-name
               organization is sequential
               file status is ws-ach-out-status.

               select optional fd-ach-in
               assign to dynamic ws-val-file-name
               organization is line sequential
               file status is ws-ach-in-status.

       data division.

       file section.

      *>   94 bytes of record and the line feed -- written as a
      *>   fixed record so blank trailing fields keep their width.
       fd  fd-ach-out.
       01  f-ach-out-record.
           05  f-ach-out-data            pic x(94).
           05  f-ach-out-eol             pic x.

       fd  fd-ach-in
           record varying in size from 0 to 512
           depending on ws-in-length.
       01  f-ach-in-record               pic x(512).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-err-illegal-function       value 5.
       78  ws-err-write-failed           value 61.
       78  ws-err-ach-check              value 79.
       78  ws-max-operands               value 10.

       01  ws-raise-error-code           pic 9(4).

      *>   The file being built. One ACH file is open at a time.
       01  ws-ach-file-name              pic x(1024) value spaces.
       01  ws-ach-out-status             pic xx.
           88  ws-ach-out-ok             value "00".
       01  ws-env-guard-rc               pic 9 value 0.

       01  ws-ach-open-sw                pic a value 'N'.
           88  ws-ach-file-open          value 'Y'.
           88  ws-ach-file-closed        value 'N'.
      *>   Set by any rejected statement: the file is missing what
      *>   the script meant to put in it, so ACHCLOSE removes it.
       01  ws-ach-error-sw               pic a value 'N'.
           88  ws-ach-in-error           value 'Y'.
           88  ws-ach-not-in-error       value 'N'.
       01  ws-batch-open-sw              pic a value 'N'.
           88  ws-batch-open             value 'Y'.
           88  ws-batch-closed           value 'N'.

       01  ws-file-totals.
           05  ws-file-record-count      pic 9(8) value 0.
           05  ws-file-batch-count       pic 9(6) value 0.
           05  ws-file-entry-count       pic 9(8) value 0.
           05  ws-file-entry-hash        pic 9(18) value 0.
           05  ws-file-debit-total       pic 9(14) value 0.
           05  ws-file-credit-total      pic 9(14) value 0.
           05  ws-trace-sequence         pic 9(7) value 0.

       01  ws-batch-totals.
           05  ws-batch-service-class    pic 9(3) value 200.
           05  ws-batch-company-id       pic x(10) value spaces.
           05  ws-batch-odfi             pic x(8) value spaces.
           05  ws-batch-number           pic 9(7) value 0.
           05  ws-batch-entry-count      pic 9(6) value 0.
           05  ws-batch-entry-hash       pic 9(18) value 0.
           05  ws-batch-debit-total      pic 9(14) value 0.
           05  ws-batch-credit-total     pic 9(14) value 0.

       01  ws-padding-count              pic 9(2) value 0.
       01  ws-padding-idx                pic 9(2) comp.

      *>   Output record views. Every field is set before each
      *>   write.
       01  ws-out-record                 pic x(94).

       01  ws-file-header-rec.
           05  ws-fh-record-type         pic x.
           05  ws-fh-priority            pic x(2).
           05  ws-fh-immediate-dest      pic x(10).
           05  ws-fh-immediate-origin    pic x(10).
           05  ws-fh-creation-date       pic x(6).
           05  ws-fh-creation-time       pic x(4).
           05  ws-fh-file-id-modifier    pic x.
           05  ws-fh-record-size         pic x(3).
           05  ws-fh-blocking-factor     pic x(2).
           05  ws-fh-format-code         pic x.
           05  ws-fh-dest-name           pic x(23).
           05  ws-fh-origin-name         pic x(23).
           05  ws-fh-reference-code      pic x(8).

       01  ws-batch-header-rec.
           05  ws-bh-record-type         pic x.
           05  ws-bh-service-class       pic 9(3).
           05  ws-bh-company-name        pic x(16).
           05  ws-bh-discretionary       pic x(20).
           05  ws-bh-company-id          pic x(10).
           05  ws-bh-sec-code            pic x(3).
           05  ws-bh-entry-description   pic x(10).
           05  ws-bh-descriptive-date    pic x(6).
           05  ws-bh-effective-date      pic x(6).
           05  ws-bh-settlement-date     pic x(3).
           05  ws-bh-originator-status   pic x.
           05  ws-bh-odfi                pic x(8).
           05  ws-bh-batch-number        pic 9(7).

       01  ws-entry-rec.
           05  ws-en-record-type         pic x.
           05  ws-en-tran-code           pic x(2).
           05  ws-en-rdfi                pic x(8).
           05  ws-en-check-digit         pic x.
           05  ws-en-account             pic x(17).
           05  ws-en-amount              pic 9(10).
           05  ws-en-id-number           pic x(15).
           05  ws-en-name                pic x(22).
           05  ws-en-discretionary       pic x(2).
           05  ws-en-addenda-indicator   pic x.
           05  ws-en-trace-odfi          pic x(8).
           05  ws-en-trace-sequence      pic 9(7).

       01  ws-addenda-rec.
           05  ws-ad-record-type         pic x.
           05  ws-ad-type-code           pic x(2).
           05  ws-ad-payment-info        pic x(80).
           05  ws-ad-sequence            pic 9(4).
           05  ws-ad-entry-sequence      pic 9(7).

       01  ws-batch-control-rec.
           05  ws-bc-record-type         pic x.
           05  ws-bc-service-class       pic 9(3).
           05  ws-bc-entry-count         pic 9(6).
           05  ws-bc-entry-hash          pic 9(10).
           05  ws-bc-debit-total         pic 9(12).
           05  ws-bc-credit-total        pic 9(12).
           05  ws-bc-company-id          pic x(10).
           05  ws-bc-auth-code           pic x(19).
           05  ws-bc-reserved            pic x(6).
           05  ws-bc-odfi                pic x(8).
           05  ws-bc-batch-number        pic 9(7).

       01  ws-file-control-rec.
           05  ws-fc-record-type         pic x.
           05  ws-fc-batch-count         pic 9(6).
           05  ws-fc-block-count         pic 9(6).
           05  ws-fc-entry-count         pic 9(8).
           05  ws-fc-entry-hash          pic 9(10).
           05  ws-fc-debit-total         pic 9(12).
           05  ws-fc-credit-total        pic 9(12).
           05  ws-fc-reserved            pic x(39).

       01  ws-current-date-time          pic x(21).

      *>   Statement operands, split on commas outside quotes.
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256)
                                         occurs 10 times.
       01  ws-split-idx                  pic 9(4) comp.
       01  ws-split-pos                  pic 9(4) comp.
       01  ws-split-in-quote-sw          pic a value 'N'.
           88  ws-split-in-quote         value 'Y'.
           88  ws-split-not-in-quote     value 'N'.
       01  ws-param-buffer               pic x(1024).
       01  ws-statement-upper            pic x(32).

       01  ws-operand-scratch            pic x(256).
       01  ws-operand-amount             pic s9(12)v9(6).
       01  ws-amount-valid-sw            pic a value 'N'.
           88  ws-amount-valid           value 'Y'.
           88  ws-amount-invalid         value 'N'.
       01  ws-num-text                   pic -(15)9.
       01  ws-dec-text                   pic -(12)9.9(6).

       01  ws-text-field                 pic x(256).
       01  ws-text-length                pic 9(4) comp.
       01  ws-routing-text               pic x(9).
       01  ws-rdfi-digits                pic 9(8).
       01  ws-entry-cents                pic s9(12).
       01  ws-date-text                  pic x(8).
       01  ws-assign-text                pic x(1024).
       01  ws-result-var-name            pic x(256).

      *>   ABA routing check digit: weights 3 7 1 over the first
      *>   eight digits.
       01  ws-cd-weights                 pic x(8) value "37137137".
       01  ws-cd-routing                 pic x(9).
       01  ws-cd-idx                     pic 9 comp.
       01  ws-cd-digit                   pic 9.
       01  ws-cd-weight                  pic 9.
       01  ws-cd-sum                     pic 9(4).
       01  ws-cd-expected                pic 9.
       01  ws-cd-valid-sw                pic a value 'N'.
           88  ws-cd-valid               value 'Y'.
           88  ws-cd-invalid             value 'N'.

      *>   Transaction code classification.
       01  ws-tc-code                    pic x(2).
       01  ws-tc-kind-sw                 pic a value space.
           88  ws-tc-credit              value 'C'.
           88  ws-tc-debit               value 'D'.
           88  ws-tc-invalid             value 'X'.
       01  ws-tc-zero-amount-sw          pic a value 'N'.
           88  ws-tc-zero-amount         value 'Y'.
           88  ws-tc-any-amount          value 'N'.

      *>   Validator -- the file read back and its running tallies.
       01  ws-val-file-name              pic x(1024) value spaces.
       01  ws-ach-in-status              pic xx.
           88  ws-ach-in-ok              value "00".
       01  ws-in-length                  pic 9(5) comp.
       01  ws-in-eof-sw                  pic a value 'N'.
           88  ws-in-eof                 value 'Y'.
           88  ws-in-not-eof             value 'N'.

       01  ws-val-mode-sw                pic a value 'L'.
           88  ws-val-mode-report        value 'R'.
           88  ws-val-mode-log           value 'L'.

       01  ws-in-record                  pic x(94).

       01  ws-in-file-header redefines ws-in-record.
           05  ws-ifh-record-type        pic x.
           05  ws-ifh-priority           pic x(2).
           05  ws-ifh-immediate-dest     pic x(10).
           05  ws-ifh-immediate-origin   pic x(10).
           05  ws-ifh-creation-date      pic x(6).
           05  ws-ifh-creation-time      pic x(4).
           05  ws-ifh-file-id-modifier   pic x.
           05  ws-ifh-record-size        pic x(3).
           05  ws-ifh-blocking-factor    pic x(2).
           05  ws-ifh-format-code        pic x.
           05  filler                    pic x(54).

       01  ws-in-batch-header redefines ws-in-record.
           05  ws-ibh-record-type        pic x.
           05  ws-ibh-service-class      pic x(3).
           05  ws-ibh-company-name       pic x(16).
           05  ws-ibh-discretionary      pic x(20).
           05  ws-ibh-company-id         pic x(10).
           05  ws-ibh-sec-code           pic x(3).
           05  ws-ibh-entry-description  pic x(10).
           05  ws-ibh-descriptive-date   pic x(6).
           05  ws-ibh-effective-date     pic x(6).
           05  ws-ibh-settlement-date    pic x(3).
           05  ws-ibh-originator-status  pic x.
           05  ws-ibh-odfi               pic x(8).
           05  ws-ibh-batch-number       pic x(7).

       01  ws-in-entry redefines ws-in-record.
           05  ws-ien-record-type        pic x.
           05  ws-ien-tran-code          pic x(2).
           05  ws-ien-routing            pic x(9).
           05  ws-ien-account            pic x(17).
           05  ws-ien-amount             pic x(10).
           05  ws-ien-id-number          pic x(15).
           05  ws-ien-name               pic x(22).
           05  ws-ien-discretionary      pic x(2).
           05  ws-ien-addenda-indicator  pic x.
           05  ws-ien-trace-number.
               10  ws-ien-trace-odfi     pic x(8).
               10  ws-ien-trace-sequence pic x(7).

       01  ws-in-addenda redefines ws-in-record.
           05  ws-iad-record-type        pic x.
           05  ws-iad-type-code          pic x(2).
           05  ws-iad-payment-info       pic x(80).
           05  ws-iad-sequence           pic x(4).
           05  ws-iad-entry-sequence     pic x(7).

       01  ws-in-batch-control redefines ws-in-record.
           05  ws-ibc-record-type        pic x.
           05  ws-ibc-service-class      pic x(3).
           05  ws-ibc-entry-count        pic x(6).
           05  ws-ibc-entry-hash         pic x(10).
           05  ws-ibc-debit-total        pic x(12).
           05  ws-ibc-credit-total       pic x(12).
           05  ws-ibc-company-id         pic x(10).
           05  ws-ibc-auth-code          pic x(19).
           05  ws-ibc-reserved           pic x(6).
           05  ws-ibc-odfi               pic x(8).
           05  ws-ibc-batch-number       pic x(7).

       01  ws-in-file-control redefines ws-in-record.
           05  ws-ifc-record-type        pic x.
           05  ws-ifc-batch-count        pic x(6).
           05  ws-ifc-block-count        pic x(6).
           05  ws-ifc-entry-count        pic x(8).
           05  ws-ifc-entry-hash         pic x(10).
           05  ws-ifc-debit-total        pic x(12).
           05  ws-ifc-credit-total       pic x(12).
           05  ws-ifc-reserved           pic x(39).

       01  ws-val-state.
           05  ws-val-line-number        pic 9(8) value 0.
           05  ws-val-discrepancies      pic 9(6) value 0.
           05  ws-val-record-count       pic 9(8) value 0.
           05  ws-val-batch-count        pic 9(6) value 0.
           05  ws-val-entry-count        pic 9(8) value 0.
           05  ws-val-entry-hash         pic 9(18) value 0.
           05  ws-val-debit-total        pic 9(14) value 0.
           05  ws-val-credit-total       pic 9(14) value 0.
           05  ws-val-last-batch-number  pic 9(7) value 0.
           05  ws-val-header-sw          pic a value 'N'.
               88  ws-val-header-seen    value 'Y'.
               88  ws-val-no-header      value 'N'.
           05  ws-val-control-sw         pic a value 'N'.
               88  ws-val-control-seen   value 'Y'.
               88  ws-val-no-control     value 'N'.
           05  ws-val-batch-sw           pic a value 'N'.
               88  ws-val-in-batch       value 'Y'.
               88  ws-val-not-in-batch   value 'N'.
           05  ws-val-addenda-due-sw     pic a value 'N'.
               88  ws-val-addenda-due    value 'Y'.
               88  ws-val-no-addenda-due value 'N'.
           05  ws-val-entry-seen-sw      pic a value 'N'.
               88  ws-val-entry-seen     value 'Y'.
               88  ws-val-no-entry-seen  value 'N'.

       01  ws-val-batch.
           05  ws-vb-service-class       pic x(3).
           05  ws-vb-company-id          pic x(10).
           05  ws-vb-odfi                pic x(8).
           05  ws-vb-batch-number        pic x(7).
           05  ws-vb-entry-count         pic 9(6).
           05  ws-vb-entry-hash          pic 9(18).
           05  ws-vb-debit-total         pic 9(14).
           05  ws-vb-credit-total        pic 9(14).
           05  ws-vb-last-trace          pic x(15).
           05  ws-vb-last-entry-sequence pic x(7).
           05  ws-vb-addenda-count       pic 9(4).

       01  ws-val-number                 pic 9(14).
       01  ws-val-hash-10                pic 9(10).
       01  ws-val-expected-blocks        pic 9(8).
       01  ws-val-control-blocks         pic x(6).
       01  ws-val-message                pic x(200).
       01  ws-val-line-disp              pic z(7)9.
       01  ws-val-count-disp             pic z(7)9.
       01  ws-val-count-disp-2           pic z(7)9.
       01  ws-val-money-disp             pic z(11)9.99.
       01  ws-val-money-disp-2           pic z(11)9.99.
       01  ws-val-money                  pic 9(12)v99.

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).
       01  l-validate-file-name          pic x(256).

       procedure division using l-src-code-str.

       main-procedure.

           move upper-case(l-src-code-str(1:32))
               to ws-statement-upper

           evaluate true
               when ws-statement-upper(1:length(ws-achopen))
                   = ws-achopen
                   move l-src-code-str(length(ws-achopen) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform open-ach-file

               when ws-statement-upper(1:length(ws-achbatch))
                   = ws-achbatch
                   move l-src-code-str(length(ws-achbatch) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform start-ach-batch

               when ws-statement-upper(1:length(ws-achentry))
                   = ws-achentry
                   move l-src-code-str(length(ws-achentry) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform add-ach-entry

               when trim(ws-statement-upper) = ws-achclose
                   perform close-ach-file

               when ws-statement-upper(1:length(ws-achvalidate))
                   = ws-achvalidate
                   move l-src-code-str(length(ws-achvalidate) + 1:)
                       to ws-param-buffer
                   perform split-operands
                   perform validate-statement
           end-evaluate

           goback.


      ******************************************************************
      *> ACHOPEN "file", DEST, ORIGIN, DESTNAME, ORIGINNAME
      *>     [, MODIFIER] [, REFCODE] -- opens the file and writes
      *>     the file header.
      ******************************************************************
       open-ach-file.

           if ws-ach-file-open then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : ACHOPEN while "
                   trim(ws-ach-file-name)
                   " is still open. ACHCLOSE it first.")
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           if ws-operand-count < 5 then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Malformed statement. "
                   "Expected ACHOPEN file, dest, origin, destname, "
                   "originname: " trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-text-operand
           if ws-operand-scratch = spaces then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : ACHOPEN needs a file name: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if
           move ws-operand-scratch to ws-ach-file-name

           move "1" to ws-fh-record-type
           move "01" to ws-fh-priority
           move "094" to ws-fh-record-size
           move "10" to ws-fh-blocking-factor
           move "1" to ws-fh-format-code

      *>   Immediate destination: the receiving point's routing
      *>   number, blank-led.
           move ws-operand(2) to ws-operand-scratch
           perform resolve-text-operand
           move ws-operand-scratch to ws-routing-text
           if length(trim(ws-operand-scratch)) not = 9
               or ws-routing-text not numeric
           then
               move concatenate("immediate destination "
                   trim(ws-operand-scratch)
                   " is not a nine-digit routing number")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-routing-text to ws-cd-routing
           perform compute-check-digit
           if ws-cd-invalid then
               move concatenate("immediate destination "
                   ws-routing-text " fails its check digit")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move concatenate(" " ws-routing-text)
               to ws-fh-immediate-dest

      *>   Immediate origin: nine digits are blank-led; ten
      *>   characters (a 1 + tax id) are taken as given.
           move ws-operand(3) to ws-operand-scratch
           perform resolve-text-operand
           evaluate length(trim(ws-operand-scratch))
               when 9
                   move concatenate(" " ws-operand-scratch(1:9))
                       to ws-fh-immediate-origin
               when 10
                   move ws-operand-scratch(1:10)
                       to ws-fh-immediate-origin
               when other
                   move concatenate("immediate origin "
                       trim(ws-operand-scratch)
                       " must be 9 or 10 characters")
                       to ws-val-message
                   perform raise-build-error
                   exit paragraph
           end-evaluate

           move ws-operand(4) to ws-operand-scratch
           perform resolve-text-operand
           move 23 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-fh-dest-name

           move ws-operand(5) to ws-operand-scratch
           perform resolve-text-operand
           move 23 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-fh-origin-name

           move "A" to ws-fh-file-id-modifier
           if ws-operand-count >= 6 then
               move ws-operand(6) to ws-operand-scratch
               perform resolve-text-operand
               if ws-operand-scratch not = spaces then
                   move upper-case(ws-operand-scratch(1:1))
                       to ws-fh-file-id-modifier
               end-if
           end-if
           if ws-fh-file-id-modifier not alphabetic-upper
               and ws-fh-file-id-modifier not numeric
           then
               move concatenate("file ID modifier "
                   ws-fh-file-id-modifier " must be A-Z or 0-9")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if

           move spaces to ws-fh-reference-code
           if ws-operand-count >= 7 then
               move ws-operand(7) to ws-operand-scratch
               perform resolve-text-operand
               move 8 to ws-text-length
               perform take-upper-text
               move ws-text-field to ws-fh-reference-code
           end-if

           move current-date to ws-current-date-time
           move ws-current-date-time(3:6) to ws-fh-creation-date
           move ws-current-date-time(9:4) to ws-fh-creation-time

      *>   Protected paths refuse the open the way OPEN does.
           call "env-guard-check" using
               ws-ach-file-name
               ws-env-guard-rc
           end-call
           if ws-env-guard-rc = 0 then
               exit paragraph
           end-if

           open output fd-ach-out
           if not ws-ach-out-ok then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Cannot create ACH file "
                   trim(ws-ach-file-name) " status "
                   ws-ach-out-status)
                   "ERROR"
               end-call
               move ws-err-write-failed to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           set ws-ach-file-open to true
           set ws-ach-not-in-error to true
           set ws-batch-closed to true
           initialize ws-file-totals
           move 0 to ws-batch-number

           move ws-file-header-rec to ws-out-record
           perform write-ach-record

           call "logger" using concatenate(
               "ACH-FILE :: Opened " trim(ws-ach-file-name)
               " destination" ws-fh-immediate-dest
               " origin " trim(ws-fh-immediate-origin)
               " modifier " ws-fh-file-id-modifier)
           end-call

           exit paragraph.


      ******************************************************************
      *> ACHBATCH SEC, COMPANYNAME, COMPANYID, ENTRYDESC, EFFDATE,
      *>     ODFI [, SERVICECLASS] [, DISCRETIONARY] [, DESCDATE]
      *>     -- closes any open batch and writes a batch header.
      ******************************************************************
       start-ach-batch.

           if ws-ach-file-closed then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : ACHBATCH with no ACH file "
                   "open: " trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           if ws-operand-count < 6 then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Malformed statement. "
                   "Expected ACHBATCH sec, company name, company id, "
                   "entry description, effective date, ODFI: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           if ws-batch-open then
               perform close-ach-batch
           end-if

           move "5" to ws-bh-record-type
           move spaces to ws-bh-settlement-date
           move "1" to ws-bh-originator-status

           move ws-operand(1) to ws-operand-scratch
           perform resolve-text-operand
           move upper-case(ws-operand-scratch) to ws-operand-scratch
           if length(trim(ws-operand-scratch)) not = 3
               or ws-operand-scratch(1:3) not alphabetic-upper
           then
               move concatenate("SEC code "
                   trim(ws-operand-scratch)
                   " must be three letters (PPD, CCD, ...)")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-operand-scratch(1:3) to ws-bh-sec-code

           move ws-operand(2) to ws-operand-scratch
           perform resolve-text-operand
           move 16 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-bh-company-name

           move ws-operand(3) to ws-operand-scratch
           perform resolve-text-operand
           if ws-operand-scratch = spaces
               or length(trim(ws-operand-scratch)) > 10
           then
               move concatenate("company identification "
                   trim(ws-operand-scratch)
                   " must be 1 to 10 characters")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move upper-case(ws-operand-scratch(1:10))
               to ws-bh-company-id

           move ws-operand(4) to ws-operand-scratch
           perform resolve-text-operand
           move 10 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-bh-entry-description

           move ws-operand(5) to ws-operand-scratch
           perform resolve-text-operand
           perform normalize-effective-date
           if ws-date-text = spaces then
               move concatenate("effective date "
                   trim(ws-operand-scratch)
                   " must be YYYYMMDD or YYMMDD")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-date-text(1:6) to ws-bh-effective-date

      *>   ODFI: the originating bank's routing number; the
      *>   header carries its first eight digits.
           move ws-operand(6) to ws-operand-scratch
           perform resolve-text-operand
           move ws-operand-scratch to ws-routing-text
           if length(trim(ws-operand-scratch)) not = 9
               or ws-routing-text not numeric
           then
               move concatenate("ODFI "
                   trim(ws-operand-scratch)
                   " is not a nine-digit routing number")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-routing-text to ws-cd-routing
           perform compute-check-digit
           if ws-cd-invalid then
               move concatenate("ODFI " ws-routing-text
                   " fails its check digit")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-routing-text(1:8) to ws-bh-odfi

           move 200 to ws-bh-service-class
           if ws-operand-count >= 7 then
               move ws-operand(7) to ws-operand-scratch
               perform resolve-text-operand
               evaluate trim(ws-operand-scratch)
                   when spaces
                       continue
                   when "200"
                   when "220"
                   when "225"
                       move ws-operand-scratch(1:3)
                           to ws-bh-service-class
                   when other
                       move concatenate("service class "
                           trim(ws-operand-scratch)
                           " must be 200, 220 or 225")
                           to ws-val-message
                       perform raise-build-error
                       exit paragraph
               end-evaluate
           end-if

           move spaces to ws-bh-discretionary
           if ws-operand-count >= 8 then
               move ws-operand(8) to ws-operand-scratch
               perform resolve-text-operand
               move 20 to ws-text-length
               perform take-upper-text
               move ws-text-field to ws-bh-discretionary
           end-if

           move spaces to ws-bh-descriptive-date
           if ws-operand-count >= 9 then
               move ws-operand(9) to ws-operand-scratch
               perform resolve-text-operand
               move 6 to ws-text-length
               perform take-upper-text
               move ws-text-field to ws-bh-descriptive-date
           end-if

           add 1 to ws-batch-number
           move ws-batch-number to ws-bh-batch-number

           initialize ws-batch-totals
           move ws-bh-service-class to ws-batch-service-class
           move ws-bh-company-id to ws-batch-company-id
           move ws-bh-odfi to ws-batch-odfi
           move ws-bh-batch-number to ws-batch-number
           set ws-batch-open to true

           move ws-batch-header-rec to ws-out-record
           perform write-ach-record

           call "logger" using concatenate(
               "ACH-FILE :: Batch " ws-bh-batch-number
               " " ws-bh-sec-code " " trim(ws-bh-company-name)
               " class " ws-bh-service-class
               " effective " ws-bh-effective-date)
           end-call

           exit paragraph.


      ******************************************************************
      *> ACHENTRY TRANCODE, ROUTING, ACCOUNT, AMOUNT, IDNUMBER, NAME
      *>     [, ADDENDA] -- writes an entry detail record and, when
      *>     addenda text is given, its 05 addenda record.
      ******************************************************************
       add-ach-entry.

           if ws-batch-closed then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : ACHENTRY with no ACHBATCH "
                   "open: " trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           if ws-operand-count < 6 then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Malformed statement. "
                   "Expected ACHENTRY trancode, routing, account, "
                   "amount, id number, name: " trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           move "6" to ws-en-record-type
           move spaces to ws-en-discretionary

           move ws-operand(1) to ws-operand-scratch
           perform resolve-text-operand
           move ws-operand-scratch(1:2) to ws-tc-code
           if length(trim(ws-operand-scratch)) not = 2 then
               move "XX" to ws-tc-code
           end-if
           perform classify-tran-code
           if ws-tc-invalid then
               move concatenate("transaction code "
                   trim(ws-operand-scratch) " is not valid")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           if ws-tc-debit and ws-batch-service-class = 220 then
               move concatenate("debit transaction code "
                   ws-tc-code " in a credits-only (220) batch")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           if ws-tc-credit and ws-batch-service-class = 225 then
               move concatenate("credit transaction code "
                   ws-tc-code " in a debits-only (225) batch")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-tc-code to ws-en-tran-code

           move ws-operand(2) to ws-operand-scratch
           perform resolve-text-operand
           move ws-operand-scratch to ws-routing-text
           if length(trim(ws-operand-scratch)) not = 9
               or ws-routing-text not numeric
           then
               move concatenate("receiving routing number "
                   trim(ws-operand-scratch)
                   " is not nine digits")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-routing-text to ws-cd-routing
           perform compute-check-digit
           if ws-cd-invalid then
               move concatenate("receiving routing number "
                   ws-routing-text " fails its check digit (expected "
                   ws-cd-expected ")")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-routing-text(1:8) to ws-en-rdfi
           move ws-routing-text(9:1) to ws-en-check-digit

           move ws-operand(3) to ws-operand-scratch
           perform resolve-text-operand
           if ws-operand-scratch = spaces
               or length(trim(ws-operand-scratch)) > 17
           then
               move concatenate("account number "
                   trim(ws-operand-scratch)
                   " must be 1 to 17 characters")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move upper-case(ws-operand-scratch(1:17))
               to ws-en-account

           move ws-operand(4) to ws-operand-scratch
           perform resolve-amount-operand
           if ws-amount-invalid then
               move concatenate("amount " trim(ws-operand(4))
                   " is not numeric")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           compute ws-entry-cents rounded = ws-operand-amount * 100
           end-compute
           if ws-entry-cents < 0
               or ws-entry-cents > 9999999999
           then
               move concatenate("amount " trim(ws-operand(4))
                   " is outside 0.00 to 99999999.99")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           if ws-tc-zero-amount and ws-entry-cents not = 0 then
               move concatenate("prenote/zero-dollar transaction "
                   "code " ws-tc-code " must carry a zero amount")
                   to ws-val-message
               perform raise-build-error
               exit paragraph
           end-if
           move ws-entry-cents to ws-en-amount

           move ws-operand(5) to ws-operand-scratch
           perform resolve-text-operand
           move 15 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-en-id-number

           move ws-operand(6) to ws-operand-scratch
           perform resolve-text-operand
           move 22 to ws-text-length
           perform take-upper-text
           move ws-text-field to ws-en-name

           move spaces to ws-ad-payment-info
           move "0" to ws-en-addenda-indicator
           if ws-operand-count >= 7 then
               move ws-operand(7) to ws-operand-scratch
               perform resolve-text-operand
               if ws-operand-scratch not = spaces then
                   move 80 to ws-text-length
                   perform take-upper-text
                   move ws-text-field to ws-ad-payment-info
                   move "1" to ws-en-addenda-indicator
               end-if
           end-if

           add 1 to ws-trace-sequence
           move ws-batch-odfi to ws-en-trace-odfi
           move ws-trace-sequence to ws-en-trace-sequence

           move ws-entry-rec to ws-out-record
           perform write-ach-record
           add 1 to ws-batch-entry-count

           if ws-en-addenda-indicator = "1" then
               move "7" to ws-ad-record-type
               move "05" to ws-ad-type-code
               move 1 to ws-ad-sequence
               move ws-trace-sequence to ws-ad-entry-sequence
               move ws-addenda-rec to ws-out-record
               perform write-ach-record
               add 1 to ws-batch-entry-count
           end-if

           move ws-en-rdfi to ws-rdfi-digits
           add ws-rdfi-digits to ws-batch-entry-hash

           if ws-tc-debit then
               add ws-entry-cents to ws-batch-debit-total
           else
               add ws-entry-cents to ws-batch-credit-total
           end-if

           exit paragraph.


      ******************************************************************
      *> ACHCLOSE -- closes the open batch, writes the file control,
      *>     pads to a block of ten and checks the finished file.
      ******************************************************************
       close-ach-file.

           if ws-ach-file-closed then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : ACHCLOSE with no ACH file "
                   "open.")
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           if ws-ach-in-error then
               close fd-ach-out
               set ws-ach-file-closed to true
               set ws-batch-closed to true
               call "CBL_DELETE_FILE" using ws-ach-file-name
               end-call
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : " trim(ws-ach-file-name)
                   " had rejected statements; the file was "
                   "removed.")
                   "ERROR"
               end-call
               call "error-surface" using concatenate(
                   "ACH file " trim(ws-ach-file-name)
                   " removed after rejected statements")
               end-call
               move ws-err-ach-check to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           if ws-batch-open then
               perform close-ach-batch
           end-if

           if ws-file-batch-count = 0 then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: WARN : " trim(ws-ach-file-name)
                   " closed with no batches.")
                   "WARN"
               end-call
           end-if

      *>   The file control record plus padding fills the last
      *>   block of ten.
           compute ws-padding-count =
               mod(10 - mod(ws-file-record-count + 1, 10), 10)
           end-compute

           move "9" to ws-fc-record-type
           move ws-file-batch-count to ws-fc-batch-count
           compute ws-fc-block-count =
               (ws-file-record-count + 1 + ws-padding-count) / 10
           end-compute
           move ws-file-entry-count to ws-fc-entry-count
           move ws-file-entry-hash to ws-fc-entry-hash
           move ws-file-debit-total to ws-fc-debit-total
           move ws-file-credit-total to ws-fc-credit-total
           move spaces to ws-fc-reserved

           move ws-file-control-rec to ws-out-record
           perform write-ach-record

           move all "9" to ws-out-record
           perform varying ws-padding-idx from 1 by 1
               until ws-padding-idx > ws-padding-count
               perform write-ach-record
           end-perform

           close fd-ach-out
           set ws-ach-file-closed to true

           compute ws-val-money = ws-file-debit-total / 100
           end-compute
           move ws-val-money to ws-val-money-disp
           compute ws-val-money = ws-file-credit-total / 100
           end-compute
           move ws-val-money to ws-val-money-disp-2

           call "logger" using concatenate(
               "ACH-FILE :: Closed " trim(ws-ach-file-name)
               " batches " ws-fc-batch-count
               " entries/addenda " ws-fc-entry-count
               " blocks " ws-fc-block-count
               " debits " trim(ws-val-money-disp)
               " credits " trim(ws-val-money-disp-2))
           end-call

      *>   Read the finished file back through the validator -- what
      *>   the bank would reject is caught here instead.
           move ws-ach-file-name to ws-val-file-name
           set ws-val-mode-log to true
           perform validate-ach-file

           if ws-val-discrepancies > 0 then
               move ws-val-discrepancies to ws-val-count-disp
               call "error-surface" using concatenate(
                   "ACH file " trim(ws-ach-file-name) " has "
                   trim(ws-val-count-disp) " discrepancies")
               end-call
               move ws-err-ach-check to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
           end-if

           exit paragraph.


       close-ach-batch.

           move "8" to ws-bc-record-type
           move ws-batch-service-class to ws-bc-service-class
           move ws-batch-entry-count to ws-bc-entry-count
           move ws-batch-entry-hash to ws-bc-entry-hash
           move ws-batch-debit-total to ws-bc-debit-total
           move ws-batch-credit-total to ws-bc-credit-total
           move ws-batch-company-id to ws-bc-company-id
           move spaces to ws-bc-auth-code
           move spaces to ws-bc-reserved
           move ws-batch-odfi to ws-bc-odfi
           move ws-batch-number to ws-bc-batch-number

           move ws-batch-control-rec to ws-out-record
           perform write-ach-record

           add 1 to ws-file-batch-count
           add ws-batch-entry-count to ws-file-entry-count
           add ws-batch-entry-hash to ws-file-entry-hash
           add ws-batch-debit-total to ws-file-debit-total
           add ws-batch-credit-total to ws-file-credit-total

           set ws-batch-closed to true

           exit paragraph.


       write-ach-record.

           move ws-out-record to f-ach-out-data
           move x"0A" to f-ach-out-eol
           write f-ach-out-record

           if not ws-ach-out-ok then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Write to "
                   trim(ws-ach-file-name) " failed, status "
                   ws-ach-out-status)
                   "ERROR"
               end-call
               move ws-err-write-failed to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           add 1 to ws-file-record-count

           exit paragraph.


      ******************************************************************
      *> ACHVALIDATE "file" [, ERRCOUNT]
      ******************************************************************
       validate-statement.

           if ws-operand-count < 1 then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: ERROR : Malformed statement. "
                   "Expected ACHVALIDATE file [, count var]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               perform raise-malformed-error
               exit paragraph
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-text-operand
           move ws-operand-scratch to ws-val-file-name

           set ws-val-mode-log to true
           perform validate-ach-file

           move spaces to ws-result-var-name
           if ws-operand-count >= 2 then
               move upper-case(trim(ws-operand(2)))
                   to ws-result-var-name
           end-if

           if ws-result-var-name not = spaces then
               move ws-val-discrepancies to ws-val-count-disp
               move concatenate(trim(ws-result-var-name) " = "
                   trim(ws-val-count-disp))
                   to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
               exit paragraph
           end-if

           if ws-val-discrepancies > 0 then
               move ws-val-discrepancies to ws-val-count-disp
               call "error-surface" using concatenate(
                   "ACH file " trim(ws-val-file-name) " has "
                   trim(ws-val-count-disp) " discrepancies")
               end-call
               move ws-err-ach-check to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
           end-if

           exit paragraph.


      ******************************************************************
      *> The validator: reads the file once and reports every
      *> discrepancy it finds, to the log or the report.
      ******************************************************************
       validate-ach-file.

           initialize ws-val-state
           initialize ws-val-batch
           set ws-in-not-eof to true

           if ws-val-mode-report then
               display "ACH FILE VALIDATION: "
                   trim(ws-val-file-name)
               end-display
               display " " end-display
           end-if

           open input fd-ach-in
           if not ws-ach-in-ok then
               move concatenate("cannot open file, status "
                   ws-ach-in-status)
                   to ws-val-message
               perform report-discrepancy
               close fd-ach-in
               perform report-validation-summary
               exit paragraph
           end-if

           perform until ws-in-eof
               read fd-ach-in
                   at end
                       set ws-in-eof to true
                   not at end
                       add 1 to ws-val-line-number
                       perform check-one-ach-record
               end-read
           end-perform

           close fd-ach-in

           perform check-end-of-file

           perform report-validation-summary

           exit paragraph.


       check-one-ach-record.

           if ws-in-length = 0 then
               move "blank line" to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           add 1 to ws-val-record-count
           move f-ach-in-record(1:94) to ws-in-record

           if ws-in-length not = 94 then
               move ws-in-length to ws-val-count-disp
               move concatenate("record length "
                   trim(ws-val-count-disp) ", expected 94")
                   to ws-val-message
               perform report-discrepancy
           end-if

      *>   After the file control only 9-filled padding may follow.
           if ws-val-control-seen then
               if ws-in-record not = all "9" then
                   move concatenate("record after the file "
                       "control is not 9-filled padding")
                       to ws-val-message
                   perform report-discrepancy
               end-if
               exit paragraph
           end-if

           if ws-val-no-header
               and ws-ifh-record-type not = "1"
           then
               move "first record is not a file header (1)"
                   to ws-val-message
               perform report-discrepancy
               set ws-val-header-seen to true
           end-if

           if ws-val-addenda-due
               and ws-iad-record-type not = "7"
           then
               move concatenate("entry flags an addenda record "
                   "that does not follow")
                   to ws-val-message
               perform report-discrepancy
               set ws-val-no-addenda-due to true
           end-if

           evaluate ws-ifh-record-type
               when "1"
                   perform check-file-header
               when "5"
                   perform check-batch-header
               when "6"
                   perform check-entry-detail
               when "7"
                   perform check-addenda
               when "8"
                   perform check-batch-control
               when "9"
                   perform check-file-control
               when other
                   move concatenate("unknown record type '"
                       ws-ifh-record-type "'")
                       to ws-val-message
                   perform report-discrepancy
           end-evaluate

           exit paragraph.


       check-file-header.

           if ws-val-header-seen then
               move "second file header (1)" to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if
           set ws-val-header-seen to true

           if ws-ifh-priority not = "01" then
               move concatenate("file header priority code '"
                   ws-ifh-priority "', expected 01")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-immediate-dest(2:9) not numeric then
               move concatenate("immediate destination '"
                   ws-ifh-immediate-dest "' is not a routing number")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-ifh-immediate-dest(2:9) to ws-cd-routing
               perform compute-check-digit
               if ws-cd-invalid then
                   move concatenate("immediate destination "
                       ws-ifh-immediate-dest(2:9)
                       " fails its check digit")
                       to ws-val-message
                   perform report-discrepancy
               end-if
           end-if

           if ws-ifh-immediate-origin = spaces then
               move "immediate origin is blank" to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-creation-date not numeric then
               move concatenate("file creation date '"
                   ws-ifh-creation-date "' is not YYMMDD")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-file-id-modifier not alphabetic-upper
               and ws-ifh-file-id-modifier not numeric
           then
               move concatenate("file ID modifier '"
                   ws-ifh-file-id-modifier "' is not A-Z or 0-9")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-record-size not = "094" then
               move concatenate("record size '" ws-ifh-record-size
                   "', expected 094")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-blocking-factor not = "10" then
               move concatenate("blocking factor '"
                   ws-ifh-blocking-factor "', expected 10")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ifh-format-code not = "1" then
               move concatenate("format code '" ws-ifh-format-code
                   "', expected 1")
                   to ws-val-message
               perform report-discrepancy
           end-if

           exit paragraph.


       check-batch-header.

           if ws-val-in-batch then
               move concatenate("batch header while batch "
                   ws-vb-batch-number " has no batch control")
                   to ws-val-message
               perform report-discrepancy
           end-if

           initialize ws-val-batch
           set ws-val-in-batch to true
           add 1 to ws-val-batch-count

           move ws-ibh-service-class to ws-vb-service-class
           move ws-ibh-company-id to ws-vb-company-id
           move ws-ibh-odfi to ws-vb-odfi
           move ws-ibh-batch-number to ws-vb-batch-number

           evaluate ws-ibh-service-class
               when "200"
               when "220"
               when "225"
                   continue
               when other
                   move concatenate("service class '"
                       ws-ibh-service-class
                       "' is not 200, 220 or 225")
                       to ws-val-message
                   perform report-discrepancy
           end-evaluate

           if ws-ibh-company-id = spaces then
               move "batch header company identification is blank"
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibh-sec-code not alphabetic-upper
               or ws-ibh-sec-code = spaces
           then
               move concatenate("SEC code '" ws-ibh-sec-code
                   "' is not valid")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibh-effective-date not numeric then
               move concatenate("effective entry date '"
                   ws-ibh-effective-date "' is not YYMMDD")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibh-odfi not numeric then
               move concatenate("originating DFI '" ws-ibh-odfi
                   "' is not eight digits")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibh-batch-number not numeric then
               move concatenate("batch number '"
                   ws-ibh-batch-number "' is not numeric")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-ibh-batch-number to ws-val-number
               if ws-val-number <= ws-val-last-batch-number then
                   move concatenate("batch number "
                       ws-ibh-batch-number
                       " is not in ascending order")
                       to ws-val-message
                   perform report-discrepancy
               end-if
               move ws-val-number to ws-val-last-batch-number
           end-if

           exit paragraph.


       check-entry-detail.

           if ws-val-not-in-batch then
               move "entry detail outside a batch"
                   to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           add 1 to ws-vb-entry-count
           set ws-val-entry-seen to true

           move ws-ien-tran-code to ws-tc-code
           perform classify-tran-code
           if ws-tc-invalid then
               move concatenate("transaction code '"
                   ws-ien-tran-code "' is not valid")
                   to ws-val-message
               perform report-discrepancy
           end-if
           if ws-tc-debit and ws-vb-service-class = "220" then
               move concatenate("debit transaction code "
                   ws-ien-tran-code " in a credits-only (220) batch")
                   to ws-val-message
               perform report-discrepancy
           end-if
           if ws-tc-credit and ws-vb-service-class = "225" then
               move concatenate("credit transaction code "
                   ws-ien-tran-code " in a debits-only (225) batch")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ien-routing not numeric then
               move concatenate("receiving DFI '" ws-ien-routing
                   "' is not nine digits")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-ien-routing to ws-cd-routing
               perform compute-check-digit
               if ws-cd-invalid then
                   move concatenate("receiving DFI " ws-ien-routing
                       " fails its check digit (expected "
                       ws-cd-expected ")")
                       to ws-val-message
                   perform report-discrepancy
               end-if
               move ws-ien-routing(1:8) to ws-rdfi-digits
               add ws-rdfi-digits to ws-vb-entry-hash
           end-if

           if ws-ien-account = spaces then
               move "DFI account number is blank" to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ien-amount not numeric then
               move concatenate("amount '" ws-ien-amount
                   "' is not numeric")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-ien-amount to ws-val-number
               if ws-tc-zero-amount and ws-val-number not = 0 then
                   move concatenate("prenote/zero-dollar code "
                       ws-ien-tran-code " carries an amount")
                       to ws-val-message
                   perform report-discrepancy
               end-if
               if ws-tc-debit then
                   add ws-val-number to ws-vb-debit-total
               end-if
               if ws-tc-credit then
                   add ws-val-number to ws-vb-credit-total
               end-if
           end-if

           if ws-ien-trace-number not numeric then
               move concatenate("trace number '"
                   ws-ien-trace-number "' is not numeric")
                   to ws-val-message
               perform report-discrepancy
           else
               if ws-ien-trace-odfi not = ws-vb-odfi then
                   move concatenate("trace number "
                       ws-ien-trace-number
                       " does not start with the batch ODFI "
                       ws-vb-odfi)
                       to ws-val-message
                   perform report-discrepancy
               end-if
               if ws-ien-trace-number <= ws-vb-last-trace then
                   move concatenate("trace number "
                       ws-ien-trace-number
                       " is not in ascending order")
                       to ws-val-message
                   perform report-discrepancy
               end-if
               move ws-ien-trace-number to ws-vb-last-trace
           end-if
           move ws-ien-trace-sequence to ws-vb-last-entry-sequence

           move 0 to ws-vb-addenda-count
           evaluate ws-ien-addenda-indicator
               when "1"
                   set ws-val-addenda-due to true
               when "0"
                   continue
               when other
                   move concatenate("addenda record indicator '"
                       ws-ien-addenda-indicator "' is not 0 or 1")
                       to ws-val-message
                   perform report-discrepancy
           end-evaluate

           exit paragraph.


       check-addenda.

           set ws-val-no-addenda-due to true

           if ws-val-not-in-batch or ws-val-no-entry-seen then
               move "addenda record without an entry detail"
                   to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           add 1 to ws-vb-entry-count
           add 1 to ws-vb-addenda-count

           evaluate ws-iad-type-code
               when "02"
               when "05"
               when "98"
               when "99"
                   continue
               when other
                   move concatenate("addenda type code '"
                       ws-iad-type-code "' is not valid")
                       to ws-val-message
                   perform report-discrepancy
           end-evaluate

           if ws-iad-sequence not numeric then
               move concatenate("addenda sequence number '"
                   ws-iad-sequence "' is not numeric")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-iad-sequence to ws-val-number
               if ws-val-number not = ws-vb-addenda-count then
                   move ws-vb-addenda-count to ws-val-count-disp
                   move concatenate("addenda sequence number "
                       ws-iad-sequence ", expected "
                       trim(ws-val-count-disp))
                       to ws-val-message
                   perform report-discrepancy
               end-if
           end-if

           if ws-iad-entry-sequence not = ws-vb-last-entry-sequence
           then
               move concatenate("addenda entry sequence "
                   ws-iad-entry-sequence
                   " does not match its entry's trace "
                   ws-vb-last-entry-sequence)
                   to ws-val-message
               perform report-discrepancy
           end-if

           exit paragraph.


       check-batch-control.

           if ws-val-not-in-batch then
               move "batch control without a batch header"
                   to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           set ws-val-not-in-batch to true
           set ws-val-no-entry-seen to true

           if ws-vb-entry-count = 0 then
               move concatenate("batch " ws-vb-batch-number
                   " has no entries")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibc-service-class not = ws-vb-service-class then
               move concatenate("batch " ws-vb-batch-number
                   " control service class " ws-ibc-service-class
                   ", header " ws-vb-service-class)
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-vb-entry-count to ws-val-count-disp
           if ws-ibc-entry-count not numeric then
               move concatenate("batch " ws-vb-batch-number
                   " control entry/addenda count '"
                   ws-ibc-entry-count "' is not numeric")
                   to ws-val-message
               perform report-discrepancy
           else
               move ws-ibc-entry-count to ws-val-number
               if ws-val-number not = ws-vb-entry-count then
                   move concatenate("batch " ws-vb-batch-number
                       " control entry/addenda count "
                       ws-ibc-entry-count ", counted "
                       trim(ws-val-count-disp))
                       to ws-val-message
                   perform report-discrepancy
               end-if
           end-if

           move ws-vb-entry-hash to ws-val-hash-10
           if ws-ibc-entry-hash not = ws-val-hash-10 then
               move concatenate("batch " ws-vb-batch-number
                   " control entry hash " ws-ibc-entry-hash
                   ", computed " ws-val-hash-10)
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-ibc-debit-total to ws-val-number
           if ws-ibc-debit-total not numeric
               or ws-val-number not = ws-vb-debit-total
           then
               compute ws-val-money = ws-vb-debit-total / 100
               end-compute
               move ws-val-money to ws-val-money-disp
               move concatenate("batch " ws-vb-batch-number
                   " control debit total " ws-ibc-debit-total
                   ", entries total " trim(ws-val-money-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-ibc-credit-total to ws-val-number
           if ws-ibc-credit-total not numeric
               or ws-val-number not = ws-vb-credit-total
           then
               compute ws-val-money = ws-vb-credit-total / 100
               end-compute
               move ws-val-money to ws-val-money-disp
               move concatenate("batch " ws-vb-batch-number
                   " control credit total " ws-ibc-credit-total
                   ", entries total " trim(ws-val-money-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibc-company-id not = ws-vb-company-id then
               move concatenate("batch " ws-vb-batch-number
                   " control company id '" ws-ibc-company-id
                   "', header '" ws-vb-company-id "'")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibc-odfi not = ws-vb-odfi then
               move concatenate("batch " ws-vb-batch-number
                   " control ODFI " ws-ibc-odfi
                   ", header " ws-vb-odfi)
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-ibc-batch-number not = ws-vb-batch-number then
               move concatenate("batch control number "
                   ws-ibc-batch-number ", header "
                   ws-vb-batch-number)
                   to ws-val-message
               perform report-discrepancy
           end-if

           add ws-vb-entry-count to ws-val-entry-count
           add ws-vb-entry-hash to ws-val-entry-hash
           add ws-vb-debit-total to ws-val-debit-total
           add ws-vb-credit-total to ws-val-credit-total

           exit paragraph.


       check-file-control.

           if ws-val-in-batch then
               move concatenate("file control while batch "
                   ws-vb-batch-number " has no batch control")
                   to ws-val-message
               perform report-discrepancy
               set ws-val-not-in-batch to true
           end-if

           set ws-val-control-seen to true
           move ws-ifc-block-count to ws-val-control-blocks

           move ws-val-batch-count to ws-val-count-disp
           move ws-ifc-batch-count to ws-val-number
           if ws-ifc-batch-count not numeric
               or ws-val-number not = ws-val-batch-count
           then
               move concatenate("file control batch count "
                   ws-ifc-batch-count ", counted "
                   trim(ws-val-count-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-val-entry-count to ws-val-count-disp
           move ws-ifc-entry-count to ws-val-number
           if ws-ifc-entry-count not numeric
               or ws-val-number not = ws-val-entry-count
           then
               move concatenate("file control entry/addenda count "
                   ws-ifc-entry-count ", counted "
                   trim(ws-val-count-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-val-entry-hash to ws-val-hash-10
           if ws-ifc-entry-hash not = ws-val-hash-10 then
               move concatenate("file control entry hash "
                   ws-ifc-entry-hash ", computed " ws-val-hash-10)
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-ifc-debit-total to ws-val-number
           if ws-ifc-debit-total not numeric
               or ws-val-number not = ws-val-debit-total
           then
               compute ws-val-money = ws-val-debit-total / 100
               end-compute
               move ws-val-money to ws-val-money-disp
               move concatenate("file control debit total "
                   ws-ifc-debit-total ", batches total "
                   trim(ws-val-money-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           move ws-ifc-credit-total to ws-val-number
           if ws-ifc-credit-total not numeric
               or ws-val-number not = ws-val-credit-total
           then
               compute ws-val-money = ws-val-credit-total / 100
               end-compute
               move ws-val-money to ws-val-money-disp
               move concatenate("file control credit total "
                   ws-ifc-credit-total ", batches total "
                   trim(ws-val-money-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           exit paragraph.


      *>   Checks that need the whole file: a missing control,
      *>   an unclosed batch, and the blocking.
       check-end-of-file.

           if ws-val-record-count = 0 then
               move "file is empty" to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           if ws-val-addenda-due then
               move concatenate("last entry flags an addenda "
                   "record that does not follow")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-val-in-batch then
               move concatenate("batch " ws-vb-batch-number
                   " has no batch control")
                   to ws-val-message
               perform report-discrepancy
           end-if

           if ws-val-no-control then
               move "no file control record (9)" to ws-val-message
               perform report-discrepancy
               exit paragraph
           end-if

           if mod(ws-val-record-count, 10) not = 0 then
               move ws-val-record-count to ws-val-count-disp
               move concatenate(trim(ws-val-count-disp)
                   " records is not a whole number of blocks of "
                   "ten")
                   to ws-val-message
               perform report-discrepancy
           end-if

           compute ws-val-expected-blocks =
               (ws-val-record-count + 9) / 10
           end-compute

           move ws-val-expected-blocks to ws-val-count-disp
           move ws-val-control-blocks to ws-val-number
           if ws-val-control-blocks not numeric
               or ws-val-number not = ws-val-expected-blocks
           then
               move concatenate("file control block count "
                   ws-val-control-blocks ", file has "
                   trim(ws-val-count-disp))
                   to ws-val-message
               perform report-discrepancy
           end-if

           exit paragraph.


       report-discrepancy.

           add 1 to ws-val-discrepancies
           move ws-val-line-number to ws-val-line-disp

           if ws-val-mode-report then
               display "  line " ws-val-line-disp ": "
                   trim(ws-val-message)
               end-display
           else
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: WARN : " trim(ws-val-file-name)
                   " line " trim(ws-val-line-disp) ": "
                   trim(ws-val-message))
                   "WARN"
               end-call
           end-if

           exit paragraph.


       report-validation-summary.

           move ws-val-discrepancies to ws-val-count-disp
           move ws-val-record-count to ws-val-count-disp-2

           if ws-val-mode-log then
               call "logger" using concatenate(
                   "ACH-FILE :: Validated " trim(ws-val-file-name)
                   " records " trim(ws-val-count-disp-2)
                   " discrepancies " trim(ws-val-count-disp))
               end-call
               exit paragraph
           end-if

           display " " end-display
           display "  records ............ " ws-val-count-disp-2
           end-display
           move ws-val-batch-count to ws-val-count-disp-2
           display "  batches ............ " ws-val-count-disp-2
           end-display
           move ws-val-entry-count to ws-val-count-disp-2
           display "  entries/addenda .... " ws-val-count-disp-2
           end-display
           compute ws-val-money = ws-val-debit-total / 100
           end-compute
           move ws-val-money to ws-val-money-disp
           display "  total debits ....... " ws-val-money-disp
           end-display
           compute ws-val-money = ws-val-credit-total / 100
           end-compute
           move ws-val-money to ws-val-money-disp
           display "  total credits ...... " ws-val-money-disp
           end-display
           display "  discrepancies ...... " ws-val-count-disp
           end-display
           display " " end-display

           if ws-val-discrepancies = 0 then
               display "RESULT: CLEAN" end-display
           else
               display "RESULT: " trim(ws-val-count-disp)
                   " DISCREPANCIES -- DO NOT SEND"
               end-display
           end-if

           exit paragraph.


      ******************************************************************
      *> Shared helpers.
      ******************************************************************

      *>   Splits ws-param-buffer on commas outside double quotes.
       split-operands.

           initialize ws-operand-table
           move 1 to ws-operand-count
           move 0 to ws-split-pos
           set ws-split-not-in-quote to true

           perform varying ws-split-idx from 1 by 1
               until ws-split-idx > length(ws-param-buffer)

               evaluate true
                   when ws-param-buffer(ws-split-idx:1) = '"'
                       if ws-split-in-quote then
                           set ws-split-not-in-quote to true
                       else
                           set ws-split-in-quote to true
                       end-if
                       perform add-operand-char

                   when ws-param-buffer(ws-split-idx:1) = ","
                       and ws-split-not-in-quote
                       if ws-operand-count < ws-max-operands then
                           add 1 to ws-operand-count
                           move 0 to ws-split-pos
                       end-if

                   when other
                       perform add-operand-char
               end-evaluate
           end-perform

           if ws-operand-count = 1 and ws-operand(1) = spaces then
               move 0 to ws-operand-count
           end-if

           exit paragraph.


       add-operand-char.

           if ws-split-pos < 256 then
               add 1 to ws-split-pos
               move ws-param-buffer(ws-split-idx:1)
                   to ws-operand(ws-operand-count)(ws-split-pos:1)
           end-if

           exit paragraph.


      *>   Quoted literal, declared variable, or a bare literal
      *>   taken as written (so 091000019 keeps its leading zero).
       resolve-text-operand.

           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch(1:1) = '"' then
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
               exit paragraph
           end-if

           if ws-operand-scratch = spaces then
               exit paragraph
           end-if

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code = 0 then
               exit paragraph
           end-if

           evaluate true
               when ls-type-string
                   move trim(ls-variable-value) to ws-operand-scratch
                   inspect ws-operand-scratch
                       replacing all '"' by space
                   move trim(ws-operand-scratch)
                       to ws-operand-scratch
               when ls-type-integer
                   move ls-variable-value-num to ws-num-text
                   move trim(ws-num-text) to ws-operand-scratch
               when other
                   move ls-variable-value-dec to ws-dec-text
                   move trim(ws-dec-text) to ws-operand-scratch
           end-evaluate

           exit paragraph.


      *>   A dollars-and-cents amount from a literal or variable.
       resolve-amount-operand.

           set ws-amount-invalid to true
           move 0 to ws-operand-amount
           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch = spaces then
               exit paragraph
           end-if

           if ws-operand-scratch(1:1) not = '"' then
               move upper-case(trim(ws-operand-scratch))
                   to ls-variable-name
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call

               if ls-get-variable-return-code > 0 then
                   evaluate true
                       when ls-type-integer
                           move ls-variable-value-num
                               to ws-operand-amount
                           set ws-amount-valid to true
                           exit paragraph
                       when ls-type-string
                           move ls-variable-value
                               to ws-operand-scratch
                       when other
                           move ls-variable-value-dec
                               to ws-operand-amount
                           set ws-amount-valid to true
                           exit paragraph
                   end-evaluate
               end-if
           end-if

           inspect ws-operand-scratch replacing all '"' by space
           move trim(ws-operand-scratch) to ws-operand-scratch

           if ws-operand-scratch not = spaces
               and test-numval(trim(ws-operand-scratch)) = 0
           then
               compute ws-operand-amount =
                   numval(trim(ws-operand-scratch))
               end-compute
               set ws-amount-valid to true
           end-if

           exit paragraph.


      *>   Upper-cases ws-operand-scratch into ws-text-field,
      *>   cut to ws-text-length; a longer value is logged.
       take-upper-text.

           move spaces to ws-text-field
           move upper-case(ws-operand-scratch(1:ws-text-length))
               to ws-text-field

           if ws-operand-scratch(ws-text-length + 1:) not = spaces
           then
               call "logger-leveled" using concatenate(
                   "ACH-FILE :: WARN : '" trim(ws-operand-scratch)
                   "' cut to " ws-text-length " characters.")
                   "WARN"
               end-call
           end-if

           exit paragraph.


      *>   YYYYMMDD or YYMMDD to YYMMDD; spaces when neither.
       normalize-effective-date.

           move spaces to ws-date-text

           evaluate length(trim(ws-operand-scratch))
               when 8
                   if ws-operand-scratch(1:8) numeric then
                       move ws-operand-scratch(3:6) to ws-date-text
                   end-if
               when 6
                   if ws-operand-scratch(1:6) numeric then
                       move ws-operand-scratch(1:6) to ws-date-text
                   end-if
           end-evaluate

           exit paragraph.


      *>   ABA check digit of ws-cd-routing: 3 7 1 weights over the
      *>   first eight digits, the ninth must bring the sum to a
      *>   multiple of ten.
       compute-check-digit.

           set ws-cd-invalid to true
           move 0 to ws-cd-sum

           if ws-cd-routing not numeric then
               exit paragraph
           end-if

           perform varying ws-cd-idx from 1 by 1 until ws-cd-idx > 8
               move ws-cd-routing(ws-cd-idx:1) to ws-cd-digit
               move ws-cd-weights(ws-cd-idx:1) to ws-cd-weight
               compute ws-cd-sum = ws-cd-sum
                   + ws-cd-digit * ws-cd-weight
               end-compute
           end-perform

           compute ws-cd-expected = mod(10 - mod(ws-cd-sum, 10), 10)
           end-compute

           if ws-cd-routing(9:1) = ws-cd-expected then
               set ws-cd-valid to true
           end-if

           exit paragraph.


      *>   Checking (2x), savings (3x) and GL (4x): x1-x4 credit,
      *>   x6-x9 debit, x3/x4/x8/x9 prenote or zero-dollar. Loan
      *>   (5x): 51-54 credit, 55-56 debit.
       classify-tran-code.

           set ws-tc-invalid to true
           set ws-tc-any-amount to true

           if ws-tc-code not numeric then
               exit paragraph
           end-if

           evaluate ws-tc-code(1:1)
               when "2"
               when "3"
               when "4"
                   evaluate ws-tc-code(2:1)
                       when "1" thru "4"
                           set ws-tc-credit to true
                       when "6" thru "9"
                           set ws-tc-debit to true
                   end-evaluate
                   evaluate ws-tc-code(2:1)
                       when "3"
                       when "4"
                       when "8"
                       when "9"
                           set ws-tc-zero-amount to true
                   end-evaluate
               when "5"
                   evaluate ws-tc-code(2:1)
                       when "1" thru "4"
                           set ws-tc-credit to true
                       when "5"
                       when "6"
                           set ws-tc-debit to true
                   end-evaluate
                   evaluate ws-tc-code(2:1)
                       when "3"
                       when "4"
                           set ws-tc-zero-amount to true
                   end-evaluate
           end-evaluate

           exit paragraph.


       raise-malformed-error.

           move ws-err-illegal-function to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           exit paragraph.


      *>   Bad data in a builder statement: logged, surfaced and
      *>   raised; nothing is written for the statement and the
      *>   file is marked so ACHCLOSE removes it.
       raise-build-error.

           if ws-ach-file-open then
               set ws-ach-in-error to true
           end-if

           call "logger-leveled" using concatenate(
               "ACH-FILE :: ERROR : " trim(ws-val-message)
               ": " trim(l-src-code-str))
               "ERROR"
           end-call
           call "error-surface" using concatenate(
               "ACH " trim(ws-val-message))
           end-call
           move ws-err-ach-check to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           exit paragraph.


      ******************************************************************
      *> cbi --ach-validate <file>: the validator as a report.
      ******************************************************************
       entry "ach-validate-report" using l-validate-file-name.

           move l-validate-file-name to ws-val-file-name
           set ws-val-mode-report to true
           perform validate-ach-file

           if ws-val-discrepancies > 0 then
               move 1 to return-code
           else
               move 0 to return-code
           end-if

           goback.


      ******************************************************************
      *> End of run: an ACH file never ACHCLOSEd is incomplete and
      *> is removed.
      ******************************************************************
       entry "ach-abandon".

           if ws-ach-file-closed then
               goback
           end-if

           close fd-ach-out
           set ws-ach-file-closed to true
           set ws-batch-closed to true

           call "CBL_DELETE_FILE" using ws-ach-file-name
           end-call

           call "logger-leveled" using concatenate(
               "ACH-FILE :: ERROR : " trim(ws-ach-file-name)
               " was never ACHCLOSEd; the incomplete file was "
               "removed.")
               "ERROR"
           end-call
           call "error-surface" using concatenate(
               "Incomplete ACH file " trim(ws-ach-file-name)
               " removed")
           end-call

           goback.

       end program ach-file.
