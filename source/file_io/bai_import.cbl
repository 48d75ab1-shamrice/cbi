      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Process the BAIREAD command, which imports a BAI2
      *          bank statement file for cash application:
      *            BAIREAD "bai.txt", "acct.dat", "txn.dat" [, N]
      *          Continuation (88) records are joined to the record
      *          they continue -- a 16's text continues with a space
      *          -- so no line is dropped. Each 03 summary
      *          (type code, amount, item count) goes to the account
      *          file and each 16 detail to the transaction file as
      *          fixed-position records, and each output gets its
      *          layout written beside it (acct.lay, txn.lay) so
      *            MAP #1, "txn"
      *          on an INPUT channel hands the fields over as
      *          TXNDATE$ TXNACCT$ TXNCUR$ TXNTYPE$ TXNDESC$ TXNDRCR$
      *          TXNAMT$ TXNFUNDS$ TXNBANKREF$ TXNCUSTREF$ TXNTEXT$,
      *          and the account file as SUMDATE$ SUMACCT$ SUMCUR$
      *          SUMTYPE$ SUMDESC$ SUMAMT$ SUMCOUNT$ SUMFUNDS$.
      *          Dates are YYYYMMDD, amounts dollars and cents, DRCR
      *          CR for detail codes 100-399 and DR for 400-699.
      *          Type codes are described through the code table
      *          named by bai-code-table= (default BAITYPE). Funds
      *          type V, S and D detail is skipped over.
      *          Every account (49), group (98) and file (99)
      *          control total, record count, account and group
      *          count is checked, along with the record order; each
      *          mismatch is logged and, once the file is read, any
      *          mismatch raises trappable error 80 with both output
      *          files removed -- cash application only ever starts
      *          from a verified statement. N, when given, receives
      *          the transaction count.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. bai-import.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-bai-in
               assign to dynamic ws-bai-in-name
               organization is line sequential
               file status is ws-bai-in-status.

               select fd-bai-acct
               assign to dynamic ws-bai-acct-name
               organization is line sequential
               file status is ws-bai-acct-status.

               select fd-bai-txn
               assign to dynamic ws-bai-txn-name
               organization is line sequential
               file status is ws-bai-txn-status.

               select fd-bai-layout
               assign to dynamic ws-bai-layout-name
               organization is line sequential
               file status is ws-bai-layout-status.

       data division.

       file section.

       fd  fd-bai-in.
       01  f-bai-in-line                 pic x(1024).

       fd  fd-bai-acct.
       01  f-bai-acct-record             pic x(99).

       fd  fd-bai-txn.
       01  f-bai-txn-record              pic x(253).

       fd  fd-bai-layout.
       01  f-bai-layout-line             pic x(64).

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-err-illegal-function       value 5.
       78  ws-err-file-not-found         value 53.
       78  ws-err-write-failed           value 61.
       78  ws-err-bai-check              value 80.
       78  ws-max-fields                 value 400.

       01  ws-raise-error-code           pic 9(4).
       01  ws-env-guard-rc               pic 9 value 0.

       01  ws-bai-in-name                pic x(1024) value spaces.
       01  ws-bai-acct-name              pic x(1024) value spaces.
       01  ws-bai-txn-name               pic x(1024) value spaces.
       01  ws-bai-layout-name            pic x(1024) value spaces.
       01  ws-bai-in-status              pic xx.
           88  ws-bai-in-ok              value "00".
       01  ws-bai-acct-status            pic xx.
           88  ws-bai-acct-ok            value "00".
       01  ws-bai-txn-status             pic xx.
           88  ws-bai-txn-ok             value "00".
       01  ws-bai-layout-status          pic xx.
           88  ws-bai-layout-ok          value "00".

       01  ws-in-eof-sw                  pic a value 'N'.
           88  ws-in-eof                 value 'Y'.
           88  ws-in-not-eof             value 'N'.

       01  ws-code-table-name            pic x(32) value spaces.
       01  ws-code-table-warned-sw       pic a value 'N'.
           88  ws-code-table-warned      value 'Y'.

      *>   Output records -- the layouts written beside them must
      *>   match.
       01  ws-acct-record.
           05  ws-ar-date                pic x(8).
           05  ws-ar-account             pic x(20).
           05  ws-ar-currency            pic x(3).
           05  ws-ar-type-code           pic x(3).
           05  ws-ar-type-desc           pic x(40).
           05  ws-ar-amount              pic -(12)9.99.
           05  ws-ar-item-count          pic x(8).
           05  ws-ar-funds-type          pic x.

       01  ws-txn-record.
           05  ws-tr-date                pic x(8).
           05  ws-tr-account             pic x(20).
           05  ws-tr-currency            pic x(3).
           05  ws-tr-type-code           pic x(3).
           05  ws-tr-type-desc           pic x(40).
           05  ws-tr-drcr                pic x(2).
           05  ws-tr-amount              pic -(12)9.99.
           05  ws-tr-funds-type          pic x.
           05  ws-tr-bank-ref            pic x(20).
           05  ws-tr-cust-ref            pic x(20).
           05  ws-tr-text                pic x(120).

       01  ws-acct-layout-lines.
           05  filler pic x(24) value "SUMDATE$|1|8".
           05  filler pic x(24) value "SUMACCT$|9|20".
           05  filler pic x(24) value "SUMCUR$|29|3".
           05  filler pic x(24) value "SUMTYPE$|32|3".
           05  filler pic x(24) value "SUMDESC$|35|40".
           05  filler pic x(24) value "SUMAMT$|75|16".
           05  filler pic x(24) value "SUMCOUNT$|91|8".
           05  filler pic x(24) value "SUMFUNDS$|99|1".
       01  ws-acct-layout-table redefines ws-acct-layout-lines.
           05  ws-acct-layout-line       pic x(24) occurs 8 times.

       01  ws-txn-layout-lines.
           05  filler pic x(24) value "TXNDATE$|1|8".
           05  filler pic x(24) value "TXNACCT$|9|20".
           05  filler pic x(24) value "TXNCUR$|29|3".
           05  filler pic x(24) value "TXNTYPE$|32|3".
           05  filler pic x(24) value "TXNDESC$|35|40".
           05  filler pic x(24) value "TXNDRCR$|75|2".
           05  filler pic x(24) value "TXNAMT$|77|16".
           05  filler pic x(24) value "TXNFUNDS$|93|1".
           05  filler pic x(24) value "TXNBANKREF$|94|20".
           05  filler pic x(24) value "TXNCUSTREF$|114|20".
           05  filler pic x(24) value "TXNTEXT$|134|120".
       01  ws-txn-layout-table redefines ws-txn-layout-lines.
           05  ws-txn-layout-line        pic x(24) occurs 11 times.

       01  ws-layout-idx                 pic 9(2) comp.
       01  ws-layout-base                pic x(1024).
       01  ws-layout-dot-idx             pic 9(4) comp.
       01  ws-layout-slash-idx           pic 9(4) comp.
       01  ws-layout-char-idx            pic 9(4) comp.

      *>   One logical record: a physical line with its 88
      *>   continuations joined on, each join marked with x"01" so
      *>   a field list continues and a text field reads a space.
       01  ws-join-mark                  pic x value x"01".
       01  ws-logical                    pic x(8192).
       01  ws-logical-len                pic 9(5) comp value 0.
       01  ws-logical-phys-count         pic 9(4) comp value 0.
       01  ws-logical-line-number        pic 9(8) value 0.
       01  ws-logical-pending-sw         pic a value 'N'.
           88  ws-logical-pending        value 'Y'.
           88  ws-logical-not-pending    value 'N'.

       01  ws-phys-line                  pic x(1024).
       01  ws-phys-len                   pic 9(4) comp.
       01  ws-phys-line-number           pic 9(8) value 0.

       01  ws-field-table.
           05  ws-field-count            pic 9(4) comp value 0.
           05  ws-field-entry            occurs 400 times.
               10  ws-fld-start          pic 9(5) comp.
               10  ws-fld-len            pic 9(5) comp.
       01  ws-split-idx                  pic 9(5) comp.
       01  ws-field-idx                  pic 9(4) comp.
       01  ws-field-value                pic x(256).
       01  ws-record-code                pic x(2).

       01  ws-funds-type                 pic x.
       01  ws-funds-extra                pic 9(4) comp.
       01  ws-distribution-count         pic 9(4) comp.

       01  ws-amount-cents               pic s9(16).
       01  ws-amount-valid-sw            pic a value 'Y'.
           88  ws-amount-valid           value 'Y'.
           88  ws-amount-invalid         value 'N'.
       01  ws-amount-dollars             pic s9(14)v99.
       01  ws-type-code-num              pic 9(3).
       01  ws-desc-rc                    pic 9.
       01  ws-code-value                 pic x(64).
       01  ws-code-desc                  pic x(64).
       01  ws-text-idx                   pic 9(5) comp.

      *>   Statement state.
       01  ws-file-state.
           05  ws-file-header-sw         pic a value 'N'.
               88  ws-file-header-seen   value 'Y'.
           05  ws-file-trailer-sw        pic a value 'N'.
               88  ws-file-trailer-seen  value 'Y'.
           05  ws-group-open-sw          pic a value 'N'.
               88  ws-group-open         value 'Y'.
               88  ws-group-closed       value 'N'.
           05  ws-account-open-sw        pic a value 'N'.
               88  ws-account-open       value 'Y'.
               88  ws-account-closed     value 'N'.
           05  ws-file-records           pic 9(8) value 0.
           05  ws-file-groups            pic 9(6) value 0.
           05  ws-file-total             pic s9(18) value 0.
           05  ws-group-records          pic 9(8) value 0.
           05  ws-group-accounts         pic 9(6) value 0.
           05  ws-group-total            pic s9(18) value 0.
           05  ws-account-records        pic 9(8) value 0.
           05  ws-account-total          pic s9(18) value 0.
           05  ws-group-date             pic x(8).
           05  ws-group-currency         pic x(3).
           05  ws-account-number         pic x(20).
           05  ws-account-currency       pic x(3).
           05  ws-check-failures         pic 9(6) value 0.
           05  ws-summary-count          pic 9(8) value 0.
           05  ws-txn-count              pic 9(8) value 0.

       01  ws-reported-total             pic s9(18).
       01  ws-reported-count             pic 9(8).
       01  ws-check-message              pic x(200).
       01  ws-total-disp                 pic -(17)9.
       01  ws-total-disp-2               pic -(17)9.
       01  ws-count-disp                 pic z(7)9.
       01  ws-count-disp-2               pic z(7)9.
       01  ws-line-disp                  pic z(7)9.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256) occurs 4 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-operand-scratch            pic x(256).
       01  ws-result-var-name            pic x(256).
       01  ws-assign-text                pic x(1024).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           move l-src-code-str(length(ws-bairead) + 1:)
               to ws-param-buffer
           perform split-operands

           if ws-operand-count < 3 then
               call "logger-leveled" using concatenate(
                   "BAI-IMPORT :: ERROR : Malformed statement. "
                   "Expected BAIREAD bai-file, account-file, "
                   "transaction-file [, count var]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           move ws-operand(1) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-bai-in-name
           move ws-operand(2) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-bai-acct-name
           move ws-operand(3) to ws-operand-scratch
           perform resolve-string-operand
           move ws-operand-scratch to ws-bai-txn-name

           move spaces to ws-result-var-name
           if ws-operand-count >= 4 then
               move upper-case(trim(ws-operand(4)))
                   to ws-result-var-name
           end-if

           if ws-code-table-name = spaces then
               accept ws-code-table-name
                   from environment "CBI_BAI_CODE_TABLE"
               end-accept
               if ws-code-table-name = spaces then
                   move "BAITYPE" to ws-code-table-name
               end-if
           end-if

           open input fd-bai-in
           if not ws-bai-in-ok then
               call "logger-leveled" using concatenate(
                   "BAI-IMPORT :: ERROR : Cannot open BAI2 file "
                   trim(ws-bai-in-name) " status " ws-bai-in-status)
                   "ERROR"
               end-call
               close fd-bai-in
               move ws-err-file-not-found to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           call "env-guard-check" using
               ws-bai-acct-name ws-env-guard-rc
           end-call
           if ws-env-guard-rc = 0 then
               close fd-bai-in
               goback
           end-if
           call "env-guard-check" using
               ws-bai-txn-name ws-env-guard-rc
           end-call
           if ws-env-guard-rc = 0 then
               close fd-bai-in
               goback
           end-if

           open output fd-bai-acct
           open output fd-bai-txn
           if not ws-bai-acct-ok or not ws-bai-txn-ok then
               call "logger-leveled" using concatenate(
                   "BAI-IMPORT :: ERROR : Cannot create "
                   trim(ws-bai-acct-name) " / "
                   trim(ws-bai-txn-name) " status " ws-bai-acct-status
                   "/" ws-bai-txn-status)
                   "ERROR"
               end-call
               close fd-bai-in fd-bai-acct fd-bai-txn
               move ws-err-write-failed to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           initialize ws-file-state
           move 'N' to ws-file-header-sw
           move 'N' to ws-file-trailer-sw
           set ws-group-closed to true
           set ws-account-closed to true
           move 0 to ws-phys-line-number
           set ws-logical-not-pending to true
           set ws-in-not-eof to true

           perform until ws-in-eof
               read fd-bai-in into ws-phys-line
                   at end
                       set ws-in-eof to true
                   not at end
                       add 1 to ws-phys-line-number
                       perform take-physical-line
               end-read
           end-perform

           if ws-logical-pending then
               perform process-logical-record
           end-if

           close fd-bai-in fd-bai-acct fd-bai-txn

           perform check-end-of-file

           if ws-check-failures > 0 then
               perform reject-import
               goback
           end-if

           move ws-bai-acct-name to ws-layout-base
           perform write-acct-layout
           move ws-bai-txn-name to ws-layout-base
           perform write-txn-layout

           move ws-summary-count to ws-count-disp
           move ws-txn-count to ws-count-disp-2
           call "logger" using concatenate(
               "BAI-IMPORT :: " trim(ws-bai-in-name)
               " verified: groups " ws-file-groups
               " summaries " trim(ws-count-disp)
               " transactions " trim(ws-count-disp-2))
           end-call

           if ws-result-var-name not = spaces then
               move concatenate(trim(ws-result-var-name) " = "
                   trim(ws-count-disp-2))
                   to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-if

           goback.


      *>   A 88 continues the pending record; anything else closes
      *>   it and starts the next.
       take-physical-line.

           move 0 to ws-phys-len
           perform varying ws-phys-len from length(ws-phys-line)
               by -1 until ws-phys-len = 0
               if ws-phys-line(ws-phys-len:1) not = space then
                   exit perform
               end-if
           end-perform

           if ws-phys-len = 0 then
               exit paragraph
           end-if

      *>   A "/" ends the record; a delimiter just before it only
      *>   closes the last field.
           if ws-phys-line(ws-phys-len:1) = "/" then
               subtract 1 from ws-phys-len
               if ws-phys-len > 0
                   and ws-phys-line(ws-phys-len:1) = ","
               then
                   subtract 1 from ws-phys-len
               end-if
           end-if

           if ws-phys-len >= 3 and ws-phys-line(1:3) = "88," then
               if ws-logical-not-pending then
                   move "continuation (88) with no record to continue"
                       to ws-check-message
                   perform report-check-failure
                   exit paragraph
               end-if
               if ws-logical-len + ws-phys-len < length(ws-logical)
               then
                   move ws-join-mark
                       to ws-logical(ws-logical-len + 1:1)
                   add 1 to ws-logical-len
                   if ws-phys-len > 3 then
                       move ws-phys-line(4:ws-phys-len - 3)
                           to ws-logical(ws-logical-len + 1:)
                       add ws-phys-len to ws-logical-len
                       subtract 3 from ws-logical-len
                   end-if
               end-if
               add 1 to ws-logical-phys-count
               exit paragraph
           end-if

           if ws-logical-pending then
               perform process-logical-record
           end-if

           move spaces to ws-logical
           move ws-phys-line(1:ws-phys-len) to ws-logical
           move ws-phys-len to ws-logical-len
           move 1 to ws-logical-phys-count
           move ws-phys-line-number to ws-logical-line-number
           set ws-logical-pending to true

           exit paragraph.


       process-logical-record.

           set ws-logical-not-pending to true
           perform split-logical-fields

           move 1 to ws-field-idx
           perform get-field-value
           move ws-field-value(1:2) to ws-record-code

           add ws-logical-phys-count to ws-file-records
           if ws-group-open then
               add ws-logical-phys-count to ws-group-records
           end-if

           if ws-file-trailer-seen then
               move "record after the file trailer (99)"
                   to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if

           if ws-file-header-sw = 'N' and ws-record-code not = "01"
           then
               move "first record is not a file header (01)"
                   to ws-check-message
               perform report-check-failure
               move 'Y' to ws-file-header-sw
           end-if

           evaluate ws-record-code
               when "01"
                   perform take-file-header
               when "02"
                   perform take-group-header
               when "03"
                   perform take-account-summary
               when "16"
                   perform take-transaction-detail
               when "49"
                   perform take-account-trailer
               when "98"
                   perform take-group-trailer
               when "99"
                   perform take-file-trailer
               when other
                   move concatenate("unknown record type '"
                       ws-record-code "'")
                       to ws-check-message
                   perform report-check-failure
           end-evaluate

           exit paragraph.


       take-file-header.

           if ws-file-header-seen and ws-file-records > 1 then
               move "second file header (01)" to ws-check-message
               perform report-check-failure
           end-if
           set ws-file-header-seen to true

           move 9 to ws-field-idx
           perform get-field-value
           if trim(ws-field-value) not = "2" then
               call "logger-leveled" using concatenate(
                   "BAI-IMPORT :: WARN : " trim(ws-bai-in-name)
                   " version is '" trim(ws-field-value)
                   "', read as BAI2.")
                   "WARN"
               end-call
           end-if

           exit paragraph.


       take-group-header.

           if ws-group-open then
               move "group header (02) while a group is open"
                   to ws-check-message
               perform report-check-failure
           end-if

           set ws-group-open to true
           set ws-account-closed to true
           move ws-logical-phys-count to ws-group-records
           move 0 to ws-group-accounts
           move 0 to ws-group-total
           add 1 to ws-file-groups

      *>   As-of date YYMMDD, currency defaulting to USD.
           move 5 to ws-field-idx
           perform get-field-value
           move spaces to ws-group-date
           if ws-field-value(1:6) numeric then
               move concatenate("20" ws-field-value(1:6))
                   to ws-group-date
           else
               move concatenate("group as-of date '"
                   trim(ws-field-value) "' is not YYMMDD")
                   to ws-check-message
               perform report-check-failure
           end-if

           move 7 to ws-field-idx
           perform get-field-value
           move ws-field-value(1:3) to ws-group-currency
           if ws-group-currency = spaces then
               move "USD" to ws-group-currency
           end-if

           exit paragraph.


      *>   03,account,currency,{type,amount,count,funds[,extra]}...
       take-account-summary.

           if ws-group-closed then
               move "account (03) outside a group"
                   to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if
           if ws-account-open then
               move concatenate("account " trim(ws-account-number)
                   " has no account trailer (49)")
                   to ws-check-message
               perform report-check-failure
           end-if

           set ws-account-open to true
           move ws-logical-phys-count to ws-account-records
           move 0 to ws-account-total
           add 1 to ws-group-accounts

           move 2 to ws-field-idx
           perform get-field-value
           move ws-field-value to ws-account-number

           move 3 to ws-field-idx
           perform get-field-value
           move ws-field-value(1:3) to ws-account-currency
           if ws-account-currency = spaces then
               move ws-group-currency to ws-account-currency
           end-if

           move 4 to ws-field-idx
           perform until ws-field-idx > ws-field-count
               perform get-field-value
               move ws-field-value(1:3) to ws-ar-type-code
               add 1 to ws-field-idx

               perform get-field-value
               perform convert-amount-field
               add 1 to ws-field-idx

               perform get-field-value
               move ws-field-value(1:8) to ws-ar-item-count
               add 1 to ws-field-idx

               perform get-field-value
               move ws-field-value(1:1) to ws-funds-type
               add 1 to ws-field-idx
               perform skip-funds-extras

               if ws-ar-type-code not = spaces then
                   add ws-amount-cents to ws-account-total
                   move ws-group-date to ws-ar-date
                   move ws-account-number to ws-ar-account
                   move ws-account-currency to ws-ar-currency
                   move ws-ar-type-code to ws-code-value
                   perform describe-type-code
                   move ws-code-desc to ws-ar-type-desc
                   compute ws-amount-dollars = ws-amount-cents / 100
                   end-compute
                   move ws-amount-dollars to ws-ar-amount
                   move ws-funds-type to ws-ar-funds-type
                   write f-bai-acct-record from ws-acct-record
                   add 1 to ws-summary-count
               end-if
           end-perform

           exit paragraph.


      *>   16,type,amount,funds[,extra],bank ref,customer ref,text
       take-transaction-detail.

           if ws-account-closed then
               move "transaction (16) outside an account"
                   to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if

           add ws-logical-phys-count to ws-account-records

           move 2 to ws-field-idx
           perform get-field-value
           move ws-field-value(1:3) to ws-tr-type-code

           move 3 to ws-field-idx
           perform get-field-value
           perform convert-amount-field
           add ws-amount-cents to ws-account-total

           move 4 to ws-field-idx
           perform get-field-value
           move ws-field-value(1:1) to ws-funds-type
           move 5 to ws-field-idx
           perform skip-funds-extras

           perform get-field-value
           move ws-field-value to ws-tr-bank-ref
           add 1 to ws-field-idx
           perform get-field-value
           move ws-field-value to ws-tr-cust-ref
           add 1 to ws-field-idx

      *>   The text runs to the end of the record, commas and all.
           move spaces to ws-tr-text
           if ws-field-idx <= ws-field-count then
               move ws-logical(ws-fld-start(ws-field-idx):
                   ws-logical-len - ws-fld-start(ws-field-idx) + 1)
                   to ws-tr-text
               inspect ws-tr-text replacing all ws-join-mark by space
           end-if

           move ws-group-date to ws-tr-date
           move ws-account-number to ws-tr-account
           move ws-account-currency to ws-tr-currency
           move ws-tr-type-code to ws-code-value
           perform describe-type-code
           move ws-code-desc to ws-tr-type-desc

           move spaces to ws-tr-drcr
           if ws-tr-type-code numeric then
               move ws-tr-type-code to ws-type-code-num
               evaluate ws-type-code-num
                   when 100 thru 399
                       move "CR" to ws-tr-drcr
                   when 400 thru 699
                       move "DR" to ws-tr-drcr
               end-evaluate
           else
               move concatenate("transaction type code '"
                   ws-tr-type-code "' is not numeric")
                   to ws-check-message
               perform report-check-failure
           end-if

           compute ws-amount-dollars = ws-amount-cents / 100
           end-compute
           move ws-amount-dollars to ws-tr-amount
           move ws-funds-type to ws-tr-funds-type

           write f-bai-txn-record from ws-txn-record
           add 1 to ws-txn-count

           exit paragraph.


      *>   49,account control total,number of records
       take-account-trailer.

           if ws-account-closed then
               move "account trailer (49) with no account open"
                   to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if

           add ws-logical-phys-count to ws-account-records
           set ws-account-closed to true

           move 2 to ws-field-idx
           perform get-field-value
           perform convert-amount-field
           move ws-amount-cents to ws-reported-total

           if ws-reported-total not = ws-account-total then
               move ws-reported-total to ws-total-disp
               move ws-account-total to ws-total-disp-2
               move concatenate("account " trim(ws-account-number)
                   " control total " trim(ws-total-disp)
                   ", records total " trim(ws-total-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           move 3 to ws-field-idx
           perform get-reported-count
           if ws-reported-count not = ws-account-records then
               move ws-reported-count to ws-count-disp
               move ws-account-records to ws-count-disp-2
               move concatenate("account " trim(ws-account-number)
                   " record count " trim(ws-count-disp)
                   ", counted " trim(ws-count-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

      *>   The group total is the sum of its account trailers.
           add ws-reported-total to ws-group-total

           exit paragraph.


      *>   98,group control total,number of accounts,records
       take-group-trailer.

           if ws-group-closed then
               move "group trailer (98) with no group open"
                   to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if

           if ws-account-open then
               move concatenate("account " trim(ws-account-number)
                   " has no account trailer (49)")
                   to ws-check-message
               perform report-check-failure
               set ws-account-closed to true
           end-if

           set ws-group-closed to true

           move 2 to ws-field-idx
           perform get-field-value
           perform convert-amount-field
           move ws-amount-cents to ws-reported-total
           if ws-reported-total not = ws-group-total then
               move ws-reported-total to ws-total-disp
               move ws-group-total to ws-total-disp-2
               move concatenate("group " ws-file-groups
                   " control total " trim(ws-total-disp)
                   ", account trailers total " trim(ws-total-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           move 3 to ws-field-idx
           perform get-reported-count
           if ws-reported-count not = ws-group-accounts then
               move ws-reported-count to ws-count-disp
               move ws-group-accounts to ws-count-disp-2
               move concatenate("group " ws-file-groups
                   " account count " trim(ws-count-disp)
                   ", counted " trim(ws-count-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           move 4 to ws-field-idx
           perform get-reported-count
           if ws-reported-count not = ws-group-records then
               move ws-reported-count to ws-count-disp
               move ws-group-records to ws-count-disp-2
               move concatenate("group " ws-file-groups
                   " record count " trim(ws-count-disp)
                   ", counted " trim(ws-count-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           add ws-reported-total to ws-file-total

           exit paragraph.


      *>   99,file control total,number of groups,records
       take-file-trailer.

           if ws-group-open then
               move concatenate("group " ws-file-groups
                   " has no group trailer (98)")
                   to ws-check-message
               perform report-check-failure
               set ws-group-closed to true
           end-if

           set ws-file-trailer-seen to true

           move 2 to ws-field-idx
           perform get-field-value
           perform convert-amount-field
           move ws-amount-cents to ws-reported-total
           if ws-reported-total not = ws-file-total then
               move ws-reported-total to ws-total-disp
               move ws-file-total to ws-total-disp-2
               move concatenate("file control total "
                   trim(ws-total-disp) ", group trailers total "
                   trim(ws-total-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           move 3 to ws-field-idx
           perform get-reported-count
           if ws-reported-count not = ws-file-groups then
               move ws-reported-count to ws-count-disp
               move ws-file-groups to ws-count-disp-2
               move concatenate("file group count "
                   trim(ws-count-disp) ", counted "
                   trim(ws-count-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           move 4 to ws-field-idx
           perform get-reported-count
           if ws-reported-count not = ws-file-records then
               move ws-reported-count to ws-count-disp
               move ws-file-records to ws-count-disp-2
               move concatenate("file record count "
                   trim(ws-count-disp) ", counted "
                   trim(ws-count-disp-2))
                   to ws-check-message
               perform report-check-failure
           end-if

           exit paragraph.


       check-end-of-file.

           move ws-phys-line-number to ws-logical-line-number

           if ws-file-records = 0 then
               move "file is empty" to ws-check-message
               perform report-check-failure
               exit paragraph
           end-if

           if not ws-file-trailer-seen then
               move "no file trailer (99) -- the file is incomplete"
                   to ws-check-message
               perform report-check-failure
           end-if

           exit paragraph.


      *>   Funds type V carries a value date and time, S three
      *>   availability amounts, D a count of day/amount pairs.
       skip-funds-extras.

           evaluate ws-funds-type
               when "V"
                   add 2 to ws-field-idx
               when "S"
                   add 3 to ws-field-idx
               when "D"
                   perform get-field-value
                   move 0 to ws-distribution-count
                   if trim(ws-field-value) numeric then
                       move trim(ws-field-value)
                           to ws-distribution-count
                   end-if
                   add 1 to ws-field-idx
                   compute ws-field-idx = ws-field-idx
                       + ws-distribution-count * 2
                   end-compute
           end-evaluate

           exit paragraph.


       split-logical-fields.

           move 1 to ws-field-count
           move 1 to ws-fld-start(1)
           move 0 to ws-fld-len(1)

           perform varying ws-split-idx from 1 by 1
               until ws-split-idx > ws-logical-len
               if ws-logical(ws-split-idx:1) = ","
                   or ws-logical(ws-split-idx:1) = ws-join-mark
               then
                   if ws-field-count < ws-max-fields then
                       add 1 to ws-field-count
                       compute ws-fld-start(ws-field-count) =
                           ws-split-idx + 1
                       end-compute
                       move 0 to ws-fld-len(ws-field-count)
                   end-if
               else
                   add 1 to ws-fld-len(ws-field-count)
               end-if
           end-perform

           exit paragraph.


       get-field-value.

           move spaces to ws-field-value
           if ws-field-idx > ws-field-count then
               exit paragraph
           end-if
           if ws-fld-len(ws-field-idx) > 0 then
               move ws-logical(ws-fld-start(ws-field-idx):
                   ws-fld-len(ws-field-idx))
                   to ws-field-value
           end-if
           move trim(ws-field-value) to ws-field-value

           exit paragraph.


      *>   Signed whole cents; blank is zero.
       convert-amount-field.

           move 0 to ws-amount-cents
           if ws-field-value = spaces then
               exit paragraph
           end-if

           if test-numval(trim(ws-field-value)) = 0 then
               compute ws-amount-cents = numval(trim(ws-field-value))
               end-compute
           else
               move concatenate("amount '" trim(ws-field-value)
                   "' is not numeric")
                   to ws-check-message
               perform report-check-failure
           end-if

           exit paragraph.


       get-reported-count.

           perform get-field-value
           move 0 to ws-reported-count
           if ws-field-value not = spaces
               and test-numval(trim(ws-field-value)) = 0
           then
               compute ws-reported-count = numval(trim(ws-field-value))
               end-compute
           end-if

           exit paragraph.


       describe-type-code.

           move spaces to ws-code-desc
           call "codetable-describe" using
               ws-code-table-name ws-code-value ws-code-desc ws-desc-rc
           end-call

           if ws-desc-rc = 2 and not ws-code-table-warned then
               set ws-code-table-warned to true
               call "logger-leveled" using concatenate(
                   "BAI-IMPORT :: WARN : code table "
                   trim(ws-code-table-name)
                   " is not declared; type descriptions are blank.")
                   "WARN"
               end-call
           end-if

           exit paragraph.


       report-check-failure.

           add 1 to ws-check-failures
           move ws-logical-line-number to ws-line-disp

           call "logger-leveled" using concatenate(
               "BAI-IMPORT :: ERROR : " trim(ws-bai-in-name)
               " line " trim(ws-line-disp) ": "
               trim(ws-check-message))
               "ERROR"
           end-call

           exit paragraph.


      *>   A statement that does not prove out is not handed on.
       reject-import.

           call "CBL_DELETE_FILE" using ws-bai-acct-name
           end-call
           call "CBL_DELETE_FILE" using ws-bai-txn-name
           end-call

           move ws-check-failures to ws-count-disp
           call "error-surface" using concatenate(
               "BAI2 file " trim(ws-bai-in-name) " failed "
               trim(ws-count-disp) " control checks; nothing "
               "imported")
           end-call

           move ws-err-bai-check to ws-raise-error-code
           call "raise-runtime-error" using ws-raise-error-code
           end-call

           exit paragraph.


      *>   name.dat -> name.lay beside it.
       set-layout-name.

           move 0 to ws-layout-dot-idx
           move 0 to ws-layout-slash-idx
           perform varying ws-layout-char-idx from 1 by 1
               until ws-layout-char-idx > length(trim(ws-layout-base))
               evaluate ws-layout-base(ws-layout-char-idx:1)
                   when "."
                       move ws-layout-char-idx to ws-layout-dot-idx
                   when "/"
                       move ws-layout-char-idx to ws-layout-slash-idx
               end-evaluate
           end-perform

           if ws-layout-dot-idx > ws-layout-slash-idx + 1 then
               move spaces to ws-layout-base(ws-layout-dot-idx:)
           end-if

           move concatenate(trim(ws-layout-base) ".lay")
               to ws-bai-layout-name

           exit paragraph.


       write-acct-layout.

           perform set-layout-name
           open output fd-bai-layout
           perform varying ws-layout-idx from 1 by 1
               until ws-layout-idx > 8
               write f-bai-layout-line
                   from ws-acct-layout-line(ws-layout-idx)
           end-perform
           close fd-bai-layout

           exit paragraph.


       write-txn-layout.

           perform set-layout-name
           open output fd-bai-layout
           perform varying ws-layout-idx from 1 by 1
               until ws-layout-idx > 11
               write f-bai-layout-line
                   from ws-txn-layout-line(ws-layout-idx)
           end-perform
           close fd-bai-layout

           exit paragraph.


      *>   Splits ws-param-buffer on commas outside double quotes.
       split-operands.

           initialize ws-operand-table
           move 1 to ws-operand-count
           move 0 to ws-op-pos
           set ws-op-not-in-quote to true

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > length(ws-param-buffer)
               if ws-param-buffer(ws-op-idx:1) = ","
                   and ws-op-not-in-quote
               then
                   if ws-operand-count < 4 then
                       add 1 to ws-operand-count
                       move 0 to ws-op-pos
                   end-if
               else
                   if ws-param-buffer(ws-op-idx:1) = '"' then
                       if ws-op-in-quote then
                           set ws-op-not-in-quote to true
                       else
                           set ws-op-in-quote to true
                       end-if
                   end-if
                   if ws-op-pos < 256 then
                       add 1 to ws-op-pos
                       move ws-param-buffer(ws-op-idx:1)
                           to ws-operand(ws-operand-count)
                               (ws-op-pos:1)
                   end-if
               end-if
           end-perform

           if ws-operand-count = 1 and ws-operand(1) = spaces then
               move 0 to ws-operand-count
           end-if

           exit paragraph.


      *>   Quoted literal or declared string variable.
       resolve-string-operand.

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

           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
           end-if

           exit paragraph.

       end program bai-import.
