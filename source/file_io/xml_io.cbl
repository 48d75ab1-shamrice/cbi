      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: XML serialization of TYPE records, for the bank
      *          messages (ISO 20022 pain.001 out, camt.053 in) that
      *          are too easy to get wrong hand-built:
      *            XMLWRITE #1, PAY [, "map"]
      *            XMLREAD #1, NTRY [, "map"] [, CHECK] [, N]
      *          XMLWRITE writes a whole document: a scalar record
      *          as one element, a DIM'd TYPE array as one element
      *          per record. Nested TYPEs nest as elements, text and
      *          attributes are escaped, blank strings are left out.
      *          XMLREAD takes the rest of the channel as one
      *          document and fills the record -- or, for a TYPE
      *          array, VAR(1), VAR(2), ... from the repeating record
      *          elements; N gets the number of records filled.
      *          Unmapped elements are passed over.
      *          The optional map is a code table (codetable=) of
      *          element names where they differ from the names
      *          in the program:
      *            @ROOT|Document        document element
      *            @XMLNS|urn:iso:...    its namespace
      *            @PREFIX|p             namespace prefix, if wanted
      *            @PATH|A/B             elements between the root
      *                                  and the records
      *            @REQUIRED|Id,Amt      elements each record needs
      *            PAY|CdtTrfTxInf       record element for PAY
      *                                  (or keyed by its TYPE)
      *            AMT|InstdAmt          member (TYPE.MEMBER first)
      *            CCY|InstdAmt@Ccy      member held as an attribute
      *          Without a map, elements are the lower-cased
      *          names, a record array is wrapped in <var-list>,
      *          and a read takes the records whatever they are
      *          called.
      *          XMLREAD always checks the document is well formed
      *          before assigning anything; CHECK also checks the
      *          root, namespace, path, required elements and
      *          numeric members. A failure is logged and raises
      *          trappable error 81 with no variable touched.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. xml-io.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       copy "copybooks/basic_keywords.cpy".

       78  ws-max-xml-nesting            value 8.
       78  ws-max-element-depth          value 32.
       78  ws-max-attributes             value 20.
       78  ws-max-required               value 20.
       78  ws-max-check-errors           value 20.
       78  ws-err-illegal-function       value 5.
       78  ws-err-xml-check              value 81.

       01  ws-raise-error-code           pic 9(4).
       01  ws-write-rc                   pic 9.
       01  ws-read-rc                    pic 9.
       01  ws-eof-result                 pic 9.

      *>   Statement operands.
       01  ws-param-buffer               pic x(1024).
       01  ws-operand-table.
           05  ws-operand-count          pic 9(2) comp value 0.
           05  ws-operand                pic x(256) occurs 6 times.
       01  ws-op-pos                     pic 9(4) comp.
       01  ws-op-idx                     pic 9(4) comp.
       01  ws-op-in-quote-sw             pic a value 'N'.
           88  ws-op-in-quote            value 'Y'.
           88  ws-op-not-in-quote        value 'N'.
       01  ws-operand-scratch            pic x(256).

       01  ws-file-number                pic 99 value 0.
       01  ws-var-name                   pic x(256).
       01  ws-count-var-name             pic x(256).
       01  ws-check-sw                   pic a value 'N'.
           88  ws-check-schema           value 'Y'.
           88  ws-check-well-formed      value 'N'.

       01  ws-command-kind-sw            pic a value space.
           88  ws-command-kind-write     value 'W'.
           88  ws-command-kind-read      value 'R'.

      *>   Map settings.
       01  ws-map-table                  pic x(32).
       01  ws-map-key                    pic x(64).
       01  ws-map-value                  pic x(64).
       01  ws-map-rc                     pic 9.
       01  ws-map-found-sw               pic a value 'N'.
           88  ws-map-found              value 'Y'.
           88  ws-map-not-found          value 'N'.
       01  ws-root-name                  pic x(64).
       01  ws-root-any-sw                pic a value 'N'.
           88  ws-root-any               value 'Y'.
           88  ws-root-named             value 'N'.
       01  ws-namespace                  pic x(64).
       01  ws-ns-prefix                  pic x(16).
       01  ws-path-text                  pic x(64).
       01  ws-record-elem                pic x(64).
       01  ws-record-any-sw              pic a value 'N'.
           88  ws-record-any             value 'Y'.
           88  ws-record-named           value 'N'.
       01  ws-ns-pending-sw              pic a value 'N'.
           88  ws-ns-pending             value 'Y'.
           88  ws-ns-written             value 'N'.

      *>   Wrapper elements from the root down to the records.
       01  ws-wrap-table.
           05  ws-wrap-count             pic 9(2) comp value 0.
           05  ws-wrap-name              pic x(64) occurs 10 times.
       01  ws-wrap-idx                   pic 9(2) comp.
       01  ws-wrap-offset                pic 9(2) comp value 0.
       01  ws-wrap-depth                 pic 9(2) comp value 0.

       01  ws-required-table.
           05  ws-required-count         pic 9(2) comp value 0.
           05  ws-required-entry         occurs 20 times.
               10  ws-required-name      pic x(64).
               10  ws-required-seen-sw   pic a.
                   88  ws-required-seen  value 'Y'.
       01  ws-required-text              pic x(64).
       01  ws-required-idx               pic 9(2) comp.
       01  ws-split-pos                  pic 9(4) comp.
       01  ws-split-start                pic 9(4) comp.
       01  ws-split-char-idx             pic 9(4) comp.

      *>   Type members and the element each maps to.
       01  ws-member-name                pic x(32).
       01  ws-member-type                pic x(32).
       01  ws-lookup-type                pic x(32).
       01  ws-member-count               pic 9(4).
       01  ws-member-index               pic 9(4).
       01  ws-res-type                   pic x(32).
       01  ws-res-member                 pic x(32).
       01  ws-res-elem                   pic x(64).
       01  ws-res-attr                   pic x(64).
       01  ws-res-at-idx                 pic 9(4) comp.
       01  ws-attr-member-count          pic 9(4).
       01  ws-attr-member-index          pic 9(4).
       01  ws-attr-member-name           pic x(32).
       01  ws-attr-member-type           pic x(32).
       01  ws-attr-for-elem              pic x(64).

       01  ws-instance-type              pic x(32).
       01  ws-instance-rc                pic 9.
       01  ws-array-sw                   pic a value 'N'.
           88  ws-var-is-array           value 'Y'.
           88  ws-var-is-scalar          value 'N'.
       01  ws-element-name               pic x(256).
       01  ws-element-idx                pic 9(4).
       01  ws-element-idx-disp           pic z(7)9.
       01  ws-record-total               pic 9(6).
       01  ws-record-disp                pic z(5)9.

      *>   XMLWRITE line building.
       01  ws-xml-line                   pic x(32768).
       01  ws-xml-pos                    pic 9(5) comp value 1.
       01  ws-indent                     pic 9(2) comp value 0.
       01  ws-append-text                pic x(1024).
       01  ws-append-len                 pic 9(5) comp.
       01  ws-escape-idx                 pic 9(4) comp.
       01  ws-value-text                 pic x(1024).
       01  ws-value-len                  pic 9(4) comp.
       01  ws-value-found-sw             pic a value 'N'.
           88  ws-value-found            value 'Y'.
           88  ws-value-not-found        value 'N'.
       01  ws-fetch-name                 pic x(256).
       01  ws-num-disp                   pic -(15)9.
       01  ws-dec-disp                   pic -(12)9.9(6).
       01  ws-dec-len                    pic 9(4) comp.
       01  ws-qname                      pic x(96).

       01  ws-build-stack.
           05  ws-build-depth            pic 9(4) comp value 0.
           05  ws-build-entry            occurs 8 times.
               10  ws-build-prefix       pic x(256).
               10  ws-build-type         pic x(32).
               10  ws-build-elem         pic x(64).
               10  ws-build-member-idx   pic 9(4).
               10  ws-build-member-count pic 9(4).

      *>   XMLREAD document and tokenizer.
       01  ws-doc                        pic x(262144).
       01  ws-doc-len                    pic 9(8) comp value 0.
       01  ws-doc-pos                    pic 9(8) comp value 1.
       01  ws-doc-full-sw                pic a value 'N'.
           88  ws-doc-full               value 'Y'.
       01  ws-read-line                  pic x(32768).
       01  ws-read-len                   pic 9(5) comp.
       01  ws-scan-idx                   pic 9(8) comp.
       01  ws-scan-start                 pic 9(8) comp.
       01  ws-marker                     pic x(3).
       01  ws-marker-len                 pic 9 comp.
       01  ws-quote-char                 pic x.
       01  ws-white-sw                   pic a.
           88  ws-is-white               value 'Y'.
           88  ws-not-white              value 'N'.

       01  ws-token.
           05  ws-tok-kind               pic x value space.
               88  ws-tok-start          value 'S'.
               88  ws-tok-end            value 'E'.
               88  ws-tok-text           value 'T'.
               88  ws-tok-eof            value 'X'.
               88  ws-tok-bad            value 'B'.
               88  ws-tok-none           value space.
           05  ws-tok-empty-sw           pic a value 'N'.
               88  ws-tok-empty          value 'Y'.
           05  ws-tok-name               pic x(128).
           05  ws-tok-local              pic x(64).
           05  ws-tok-prefix             pic x(64).
           05  ws-tok-attr-count         pic 9(2) comp.
           05  ws-tok-attr               occurs 20 times.
               10  ws-tok-attr-name      pic x(128).
               10  ws-tok-attr-local     pic x(64).
               10  ws-tok-attr-value     pic x(1024).
       01  ws-tok-text-value             pic x(4096).
       01  ws-tok-text-len               pic 9(4) comp.
       01  ws-tok-message                pic x(200).
       01  ws-attr-idx                   pic 9(2) comp.
       01  ws-name-colon                 pic 9(4) comp.
       01  ws-split-name                 pic x(128).
       01  ws-split-local                pic x(64).
       01  ws-split-prefix               pic x(64).

      *>   Entity decoding, shared by text and attribute values.
       01  ws-raw-text                   pic x(4096).
       01  ws-raw-len                    pic 9(4) comp.
       01  ws-raw-idx                    pic 9(4) comp.
       01  ws-cooked-text                pic x(4096).
       01  ws-cooked-len                 pic 9(4) comp.
       01  ws-entity                     pic x(12).
       01  ws-entity-len                 pic 9(2) comp.
       01  ws-entity-code                pic 9(6).
       01  ws-entity-hex-idx             pic 9(2) comp.
       01  ws-entity-digit               pic 9(2).
       01  ws-entity-bad-sw              pic a value 'N'.
           88  ws-entity-bad             value 'Y'.
           88  ws-entity-ok              value 'N'.

      *>   Document walk. Each open element carries its role:
      *>   W wrapper, R record, N nested TYPE, L leaf member,
      *>   S passed over.
       01  ws-walk-assign-sw             pic a value 'N'.
           88  ws-walk-assigning         value 'Y'.
           88  ws-walk-checking          value 'N'.
       01  ws-walk-done-sw               pic a value 'N'.
           88  ws-walk-done              value 'Y'.
           88  ws-walk-not-done          value 'N'.
       01  ws-root-seen-sw               pic a value 'N'.
           88  ws-root-seen              value 'Y'.
       01  ws-el-depth                   pic 9(2) comp value 0.
       01  ws-el-stack.
           05  ws-el-entry               occurs 32 times.
               10  ws-el-name            pic x(128).
               10  ws-el-local           pic x(64).
               10  ws-el-role            pic x.
                   88  ws-el-wrapper     value 'W'.
                   88  ws-el-record      value 'R'.
                   88  ws-el-nested      value 'N'.
                   88  ws-el-leaf        value 'L'.
                   88  ws-el-skip        value 'S'.
               10  ws-el-prefix          pic x(256).
               10  ws-el-type            pic x(32).
       01  ws-parent-idx                 pic 9(2) comp.
       01  ws-leaf-text                  pic x(1024).
       01  ws-leaf-len                   pic 9(4) comp.
       01  ws-leaf-var                   pic x(256).
       01  ws-leaf-type                  pic x(32).
       01  ws-records-found              pic 9(6) value 0.
       01  ws-records-filled             pic 9(6) value 0.
       01  ws-overflow-warned-sw         pic a value 'N'.
           88  ws-overflow-warned        value 'Y'.
       01  ws-record-prefix              pic x(256).
       01  ws-check-errors               pic 9(4) value 0.
       01  ws-check-message              pic x(200).
       01  ws-assign-text                pic x(1024).
       01  ws-match-sw                   pic a value 'N'.
           88  ws-matched                value 'Y'.
           88  ws-not-matched            value 'N'.
       01  ws-ns-attr-name               pic x(128).

       local-storage section.

       copy "copybooks/local_storage/ls_variable.cpy".

       linkage section.

       01  l-src-code-str                pic x(1024).

       procedure division using l-src-code-str.

       main-procedure.

           move space to ws-command-kind-sw

           if upper-case(l-src-code-str(1:length(ws-xmlwrite)))
               = ws-xmlwrite
           then
               set ws-command-kind-write to true
               move l-src-code-str(length(ws-xmlwrite) + 1:)
                   to ws-param-buffer
           else
               if upper-case(
                   l-src-code-str(1:length(ws-xmlread)))
                   = ws-xmlread
               then
                   set ws-command-kind-read to true
                   move l-src-code-str(length(ws-xmlread) + 1:)
                       to ws-param-buffer
               else
                   goback
               end-if
           end-if

           perform split-operands

           if ws-operand-count < 2
               or test-numval(trim(ws-operand(1))) not = 0
               or ws-operand(2) = spaces
           then
               call "logger-leveled" using concatenate(
                   "XML-IO :: ERROR : Malformed statement. "
                   "Expected XMLWRITE #n, VAR [, map] or "
                   "XMLREAD #n, VAR [, map] [, CHECK] [, count]: "
                   trim(l-src-code-str))
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           compute ws-file-number = numval(ws-operand(1))
           end-compute
           move upper-case(trim(ws-operand(2))) to ws-var-name

           move spaces to ws-map-table
           move spaces to ws-count-var-name
           set ws-check-well-formed to true
           perform varying ws-op-idx from 3 by 1
               until ws-op-idx > ws-operand-count
               move trim(ws-operand(ws-op-idx)) to ws-operand-scratch
               evaluate true
                   when ws-operand-scratch(1:1) = '"'
                       perform resolve-string-operand
                       move ws-operand-scratch to ws-map-table
                   when upper-case(ws-operand-scratch) = "CHECK"
                       set ws-check-schema to true
                   when ws-operand-scratch(
                       length(trim(ws-operand-scratch)):1) = "$"
                       perform resolve-string-operand
                       move ws-operand-scratch to ws-map-table
                   when other
                       move upper-case(ws-operand-scratch)
                           to ws-count-var-name
               end-evaluate
           end-perform

           perform load-map-settings
           if ws-map-rc = 2 then
               call "logger-leveled" using concatenate(
                   "XML-IO :: ERROR : element map "
                   trim(ws-map-table) " is not a declared code "
                   "table (codetable=NAME:file).")
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           perform find-record-instance
           perform resolve-record-element
           if ws-var-is-array and ws-root-any then
               move 1 to ws-wrap-offset
               add 1 to ws-wrap-depth
           end-if
           if ws-instance-rc = 0 then
               call "logger-leveled" using concatenate(
                   "XML-IO :: ERROR : " trim(ws-var-name)
                   " was not DIM'd AS a TYPE -- nothing to map.")
                   "ERROR"
               end-call
               move ws-err-illegal-function to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               goback
           end-if

           if ws-command-kind-write then
               perform write-xml-document
           else
               perform read-xml-document
           end-if

           goback.


      *>   Scalar record, or a TYPE array registered as VAR(1)...
       find-record-instance.

           set ws-var-is-scalar to true
           move ws-var-name to ws-element-name
           call "get-instance-type" using
               ws-element-name ws-instance-type ws-instance-rc
           end-call

           if ws-instance-rc = 1 then
               exit paragraph
           end-if

           move concatenate(trim(ws-var-name) "(1)")
               to ws-element-name
           call "get-instance-type" using
               ws-element-name ws-instance-type ws-instance-rc
           end-call
           if ws-instance-rc = 1 then
               set ws-var-is-array to true
           end-if

           exit paragraph.


      *>   Root, namespace, path and record element from the map,
      *>   with the unmapped defaults.
       load-map-settings.

           move 0 to ws-map-rc
           move spaces to ws-root-name ws-namespace ws-ns-prefix
               ws-path-text
           move 0 to ws-wrap-count
           move 0 to ws-required-count
           set ws-root-named to true

           if ws-map-table not = spaces then
               move "@ROOT" to ws-map-key
               perform map-lookup
               if ws-map-rc = 2 then
                   exit paragraph
               end-if
               move ws-map-value to ws-root-name

               move "@XMLNS" to ws-map-key
               perform map-lookup
               move ws-map-value to ws-namespace

               move "@PREFIX" to ws-map-key
               perform map-lookup
               move ws-map-value to ws-ns-prefix

               move "@PATH" to ws-map-key
               perform map-lookup
               move ws-map-value to ws-path-text

               move "@REQUIRED" to ws-map-key
               perform map-lookup
               if ws-map-found then
                   perform split-required-list
               end-if
           end-if

           perform split-path-list

           exit paragraph.


      *>   The record element: mapped by variable, then by TYPE,
      *>   else the lower-cased variable name.
       resolve-record-element.

           move ws-var-name to ws-map-key
           perform map-lookup
           if ws-map-not-found and ws-instance-rc = 1 then
               move ws-instance-type to ws-map-key
               perform map-lookup
           end-if

      *>   Unmapped under an unnamed root, a read takes the record
      *>   elements whatever they are called, so a record written
      *>   from one variable reads back into another.
           set ws-record-named to true
           if ws-map-found then
               move ws-map-value to ws-record-elem
           else
               move lower-case(trim(ws-var-name)) to ws-record-elem
               if ws-root-any then
                   set ws-record-any to true
               end-if
           end-if

           exit paragraph.


       map-lookup.

           move spaces to ws-map-value
           set ws-map-not-found to true
           if ws-map-table = spaces then
               exit paragraph
           end-if

           call "codetable-describe" using
               ws-map-table ws-map-key ws-map-value ws-map-rc
           end-call

           if ws-map-rc = 1 then
               set ws-map-found to true
           else
               move spaces to ws-map-value
           end-if

           exit paragraph.


      *>   Root first, then each "/"-separated @PATH element.
       split-path-list.

           if ws-root-name not = spaces then
               add 1 to ws-wrap-count
               move ws-root-name to ws-wrap-name(ws-wrap-count)
           end-if

           move 1 to ws-split-start
           perform varying ws-split-char-idx from 1 by 1
               until ws-split-char-idx > length(trim(ws-path-text))
                   + 1
               if ws-split-char-idx > length(trim(ws-path-text))
                   or ws-path-text(ws-split-char-idx:1) = "/"
               then
                   if ws-split-char-idx > ws-split-start
                       and ws-wrap-count < 10
                       and ws-path-text not = spaces
                   then
                       add 1 to ws-wrap-count
                       move ws-path-text(ws-split-start:
                           ws-split-char-idx - ws-split-start)
                           to ws-wrap-name(ws-wrap-count)
                   end-if
                   compute ws-split-start = ws-split-char-idx + 1
                   end-compute
               end-if
           end-perform

      *>   A record array needs a document element of its own;
      *>   unnamed, whatever it is called is taken on a read.
           move 0 to ws-wrap-offset
           if ws-root-name = spaces then
               set ws-root-any to true
           end-if
           move ws-wrap-count to ws-wrap-depth

           exit paragraph.


       split-required-list.

           move 1 to ws-split-start
           perform varying ws-split-char-idx from 1 by 1
               until ws-split-char-idx > length(trim(ws-map-value))
                   + 1
               if ws-split-char-idx > length(trim(ws-map-value))
                   or ws-map-value(ws-split-char-idx:1) = ","
               then
                   if ws-split-char-idx > ws-split-start
                       and ws-required-count < ws-max-required
                   then
                       add 1 to ws-required-count
                       move trim(ws-map-value(ws-split-start:
                           ws-split-char-idx - ws-split-start))
                           to ws-required-name(ws-required-count)
                   end-if
                   compute ws-split-start = ws-split-char-idx + 1
                   end-compute
               end-if
           end-perform

           exit paragraph.


      *>   Element (and attribute, for "Elem@Attr") a member of
      *>   ws-res-type maps to: TYPE.MEMBER, then MEMBER, then the
      *>   lower-cased member name.
       resolve-member-element.

           move spaces to ws-res-elem ws-res-attr

           move concatenate(trim(ws-res-type) "."
               trim(ws-res-member)) to ws-map-key
           perform map-lookup
           if ws-map-not-found then
               move ws-res-member to ws-map-key
               perform map-lookup
           end-if

           if ws-map-not-found then
               move lower-case(trim(ws-res-member)) to ws-res-elem
               exit paragraph
           end-if

           move 0 to ws-res-at-idx
           inspect ws-map-value tallying ws-res-at-idx
               for characters before initial "@"
           if ws-res-at-idx < length(trim(ws-map-value)) then
               move ws-map-value(1:ws-res-at-idx) to ws-res-elem
               move ws-map-value(ws-res-at-idx + 2:) to ws-res-attr
           else
               move ws-map-value to ws-res-elem
           end-if

           exit paragraph.


      *>----------------------------------------------------------------
      *>   XMLWRITE
      *>----------------------------------------------------------------
       write-xml-document.

           if ws-var-is-array and ws-root-name = spaces then
               move concatenate(trim(ws-record-elem) "-list")
                   to ws-root-name
               add 1 to ws-wrap-count
               perform varying ws-wrap-idx from ws-wrap-count by -1
                   until ws-wrap-idx < 2
                   move ws-wrap-name(ws-wrap-idx - 1)
                       to ws-wrap-name(ws-wrap-idx)
               end-perform
               move ws-root-name to ws-wrap-name(1)
           end-if

           if ws-namespace not = spaces then
               set ws-ns-pending to true
           else
               set ws-ns-written to true
           end-if

           move 0 to ws-indent
           perform start-xml-line
           move '<?xml version="1.0" encoding="UTF-8"?>'
               to ws-append-text
           move 38 to ws-append-len
           perform append-to-line
           perform write-xml-line

           perform varying ws-wrap-idx from 1 by 1
               until ws-wrap-idx > ws-wrap-count
               perform start-xml-line
               move ws-wrap-name(ws-wrap-idx) to ws-res-elem
               perform append-open-tag-start
               perform append-close-bracket
               perform write-xml-line
               add 1 to ws-indent
           end-perform

           move 0 to ws-record-total
           if ws-var-is-scalar then
               move ws-var-name to ws-element-name
               perform serialize-one-record
           else
               move 0 to ws-element-idx
               move 1 to ws-instance-rc
               perform until ws-instance-rc = 0
                   add 1 to ws-element-idx
                   move ws-element-idx to ws-element-idx-disp
                   move concatenate(trim(ws-var-name) "("
                       trim(ws-element-idx-disp) ")")
                       to ws-element-name
                   call "get-instance-type" using
                       ws-element-name ws-instance-type
                       ws-instance-rc
                   end-call
                   if ws-instance-rc = 1 then
                       perform serialize-one-record
                   end-if
               end-perform
           end-if

           perform varying ws-wrap-idx from ws-wrap-count by -1
               until ws-wrap-idx < 1
               subtract 1 from ws-indent
               perform start-xml-line
               move ws-wrap-name(ws-wrap-idx) to ws-res-elem
               perform append-end-tag
               perform write-xml-line
           end-perform

           move ws-record-total to ws-record-disp
           call "logger" using concatenate(
               "XML-IO :: XMLWRITE #" ws-file-number " "
               trim(ws-var-name) " records: " trim(ws-record-disp))
           end-call

           exit paragraph.


      *>   One record element for ws-element-name, nested TYPEs as
      *>   nested elements -- iterative with a work stack, as the
      *>   JSON writer is.
       serialize-one-record.

           add 1 to ws-record-total

           move 1 to ws-build-depth
           move ws-element-name to ws-build-prefix(1)
           move ws-instance-type to ws-build-type(1)
           move ws-record-elem to ws-build-elem(1)
           move 0 to ws-build-member-idx(1)
           move ws-build-type(1) to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-member-count
           end-call
           move ws-member-count to ws-build-member-count(1)

           perform start-xml-line
           move ws-record-elem to ws-res-elem
           perform append-open-tag-start
           move ws-record-elem to ws-attr-for-elem
           perform append-member-attributes
           perform append-close-bracket
           perform write-xml-line
           add 1 to ws-indent

           perform serialize-one-step
               until ws-build-depth = 0

           exit paragraph.


       serialize-one-step.

           add 1 to ws-build-member-idx(ws-build-depth)

           if ws-build-member-idx(ws-build-depth)
               > ws-build-member-count(ws-build-depth)
           then
               subtract 1 from ws-indent
               perform start-xml-line
               move ws-build-elem(ws-build-depth) to ws-res-elem
               perform append-end-tag
               perform write-xml-line
               subtract 1 from ws-build-depth
               exit paragraph
           end-if

           move ws-build-type(ws-build-depth) to ws-lookup-type
           move ws-build-member-idx(ws-build-depth)
               to ws-member-index
           call "get-type-member" using
               ws-lookup-type ws-member-index
               ws-member-name ws-member-type
           end-call

           move ws-build-type(ws-build-depth) to ws-res-type
           move ws-member-name to ws-res-member
           perform resolve-member-element

      *>   Attribute members go out on their element's tag.
           if ws-res-attr not = spaces then
               exit paragraph
           end-if

           evaluate trim(ws-member-type)
               when "INTEGER"
               when "STRING"
               when "SINGLE"
               when "DOUBLE"
               when "DECIMAL"
                   move concatenate(
                       trim(ws-build-prefix(ws-build-depth))
                       "." trim(ws-member-name)) to ws-fetch-name
                   perform fetch-member-value
                   if ws-value-not-found or ws-value-len = 0 then
                       exit paragraph
                   end-if
                   move ws-fetch-name to ws-leaf-var
                   perform start-xml-line
                   perform append-open-tag-start
                   move ws-res-elem to ws-attr-for-elem
                   perform append-member-attributes
                   perform append-close-bracket
                   move ws-leaf-var to ws-fetch-name
                   perform fetch-member-value
                   perform append-escaped-value
                   perform append-end-tag
                   perform write-xml-line

               when other
                   if ws-build-depth >= ws-max-xml-nesting then
                       call "logger-leveled" using concatenate(
                           "XML-IO :: ERROR : TYPEs nested past "
                           ws-max-xml-nesting " levels. "
                           trim(ws-member-name) " left out.")
                           "ERROR"
                       end-call
                       exit paragraph
                   end-if

                   perform start-xml-line
                   perform append-open-tag-start
                   move ws-res-elem to ws-attr-for-elem
                   perform append-member-attributes
                   perform append-close-bracket
                   perform write-xml-line
                   add 1 to ws-indent

                   add 1 to ws-build-depth
                   move concatenate(
                       trim(ws-build-prefix(ws-build-depth - 1))
                       "." trim(ws-member-name))
                       to ws-build-prefix(ws-build-depth)
                   move ws-member-type
                       to ws-build-type(ws-build-depth)
                   move ws-res-elem to ws-build-elem(ws-build-depth)
                   move 0 to ws-build-member-idx(ws-build-depth)
                   move ws-member-type to ws-lookup-type
                   call "get-type-member-count" using
                       ws-lookup-type ws-member-count
                   end-call
                   move ws-member-count
                       to ws-build-member-count(ws-build-depth)
           end-evaluate

           exit paragraph.


      *>   Any member of the current type mapped to
      *>   "<ws-attr-for-elem>@attr" goes out as attr="value".
       append-member-attributes.

           move ws-build-type(ws-build-depth) to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-attr-member-count
           end-call

           perform varying ws-attr-member-index from 1 by 1
               until ws-attr-member-index > ws-attr-member-count
               move ws-build-type(ws-build-depth) to ws-lookup-type
               call "get-type-member" using
                   ws-lookup-type ws-attr-member-index
                   ws-attr-member-name ws-attr-member-type
               end-call
               move ws-build-type(ws-build-depth) to ws-res-type
               move ws-attr-member-name to ws-res-member
               perform resolve-member-element

               if ws-res-attr not = spaces
                   and ws-res-elem = ws-attr-for-elem
               then
                   move concatenate(
                       trim(ws-build-prefix(ws-build-depth))
                       "." trim(ws-attr-member-name))
                       to ws-fetch-name
                   perform fetch-member-value
                   if ws-value-found and ws-value-len > 0 then
                       move concatenate(" " trim(ws-res-attr) '="')
                           to ws-append-text
                       compute ws-append-len =
                           length(trim(ws-res-attr)) + 3
                       end-compute
                       perform append-to-line
                       perform append-escaped-value
                       move '"' to ws-append-text
                       move 1 to ws-append-len
                       perform append-to-line
                   end-if
               end-if
           end-perform

      *>   Leave the element being written resolved for its tags.
           move ws-attr-for-elem to ws-res-elem

           exit paragraph.


      *>   The member's value as XML text: strings without their
      *>   quotes, numerics plain, decimals to at least two places.
       fetch-member-value.

           set ws-value-not-found to true
           move spaces to ws-value-text
           move 0 to ws-value-len

           move ws-fetch-name to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
           if ls-get-variable-return-code = 0 then
               exit paragraph
           end-if
           set ws-value-found to true

           evaluate true
               when ls-type-string
                   move ls-variable-value to ws-value-text
                   if ws-value-text(1:1) = '"' then
                       move ws-value-text(2:) to ws-value-text
                   end-if
                   move length(trim(ws-value-text trailing))
                       to ws-value-len
                   if ws-value-text = spaces then
                       move 0 to ws-value-len
                   end-if
                   if ws-value-len > 0
                       and ws-value-text(ws-value-len:1) = '"'
                   then
                       move space to ws-value-text(ws-value-len:1)
                       subtract 1 from ws-value-len
                   end-if

               when ls-type-single
               when ls-type-double
               when ls-type-decimal
                   move ls-variable-value-dec to ws-dec-disp
                   move trim(ws-dec-disp) to ws-value-text
                   move length(trim(ws-dec-disp)) to ws-dec-len
                   perform until ws-dec-len < 4
                       or ws-value-text(ws-dec-len:1) not = "0"
                       or ws-value-text(ws-dec-len - 2:1) = "."
                       move space to ws-value-text(ws-dec-len:1)
                       subtract 1 from ws-dec-len
                   end-perform
                   move ws-dec-len to ws-value-len

               when other
                   move ls-variable-value-num to ws-num-disp
                   move trim(ws-num-disp) to ws-value-text
                   move length(trim(ws-num-disp)) to ws-value-len
           end-evaluate

           exit paragraph.


       start-xml-line.

           move spaces to ws-xml-line
           compute ws-xml-pos = ws-indent * 2 + 1
           end-compute

           exit paragraph.


      *>   "<p:Elem" plus the namespace declaration on the first
      *>   element written.
       append-open-tag-start.

           perform build-qname
           move concatenate("<" trim(ws-qname)) to ws-append-text
           compute ws-append-len = length(trim(ws-qname)) + 1
           end-compute
           perform append-to-line

           if ws-ns-pending then
               set ws-ns-written to true
               if ws-ns-prefix = spaces then
                   move ' xmlns="' to ws-append-text
                   move 8 to ws-append-len
               else
                   move concatenate(" xmlns:" trim(ws-ns-prefix)
                       '="') to ws-append-text
                   compute ws-append-len =
                       length(trim(ws-ns-prefix)) + 9
                   end-compute
               end-if
               perform append-to-line
               move ws-namespace to ws-value-text
               move length(trim(ws-namespace)) to ws-value-len
               perform append-escaped-value
               move '"' to ws-append-text
               move 1 to ws-append-len
               perform append-to-line
           end-if

           exit paragraph.


       append-close-bracket.

           move ">" to ws-append-text
           move 1 to ws-append-len
           perform append-to-line

           exit paragraph.


       append-end-tag.

           perform build-qname
           move concatenate("</" trim(ws-qname) ">")
               to ws-append-text
           compute ws-append-len = length(trim(ws-qname)) + 3
           end-compute
           perform append-to-line

           exit paragraph.


       build-qname.

           if ws-ns-prefix = spaces then
               move ws-res-elem to ws-qname
           else
               move concatenate(trim(ws-ns-prefix) ":"
                   trim(ws-res-elem)) to ws-qname
           end-if

           exit paragraph.


       append-escaped-value.

           perform varying ws-escape-idx from 1 by 1
               until ws-escape-idx > ws-value-len

               evaluate ws-value-text(ws-escape-idx:1)
                   when "&"
                       move "&amp;" to ws-append-text
                       move 5 to ws-append-len
                   when "<"
                       move "&lt;" to ws-append-text
                       move 4 to ws-append-len
                   when ">"
                       move "&gt;" to ws-append-text
                       move 4 to ws-append-len
                   when '"'
                       move "&quot;" to ws-append-text
                       move 6 to ws-append-len
                   when "'"
                       move "&apos;" to ws-append-text
                       move 6 to ws-append-len
                   when other
                       move ws-value-text(ws-escape-idx:1)
                           to ws-append-text
                       move 1 to ws-append-len
               end-evaluate

               perform append-to-line
           end-perform

           exit paragraph.


       append-to-line.

           if ws-xml-pos + ws-append-len > length(ws-xml-line) then
               exit paragraph
           end-if

           move ws-append-text(1:ws-append-len)
               to ws-xml-line(ws-xml-pos:ws-append-len)
           add ws-append-len to ws-xml-pos

           exit paragraph.


       write-xml-line.

           call "write-file-line" using
               ws-file-number
               ws-xml-line
               ws-write-rc
           end-call

           exit paragraph.


      *>----------------------------------------------------------------
      *>   XMLREAD
      *>----------------------------------------------------------------
       read-xml-document.

           perform load-document
           if ws-doc-full then
               call "logger-leveled" using concatenate(
                   "XML-IO :: ERROR : document on channel #"
                   ws-file-number " is larger than "
                   length(ws-doc) " bytes.")
                   "ERROR"
               end-call
               move ws-err-xml-check to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

      *>   Nothing is assigned until the whole document checks out.
           move 0 to ws-check-errors
           set ws-walk-checking to true
           perform walk-document

           if ws-check-errors > 0 then
               move ws-check-errors to ws-record-disp
               call "error-surface" using concatenate(
                   "XML document on channel #" ws-file-number
                   " failed " trim(ws-record-disp)
                   " checks; nothing read into "
                   trim(ws-var-name))
               end-call
               move ws-err-xml-check to ws-raise-error-code
               call "raise-runtime-error" using ws-raise-error-code
               end-call
               exit paragraph
           end-if

           set ws-walk-assigning to true
           perform walk-document

           if ws-records-filled = 0 then
               call "logger-leveled" using concatenate(
                   "XML-IO :: WARN : no <" trim(ws-record-elem)
                   "> records found on channel #" ws-file-number)
                   "WARN"
               end-call
           end-if

           move ws-records-filled to ws-record-disp
           if ws-count-var-name not = spaces then
               move concatenate(trim(ws-count-var-name) " = "
                   trim(ws-record-disp)) to ws-assign-text
               call "assign-var" using ws-assign-text
               end-call
           end-if

           call "logger" using concatenate(
               "XML-IO :: XMLREAD #" ws-file-number " into "
               trim(ws-var-name) " records: " trim(ws-record-disp))
           end-call

           exit paragraph.


      *>   The rest of the channel, lines joined by a space.
       load-document.

           move spaces to ws-doc
           move 0 to ws-doc-len
           move 'N' to ws-doc-full-sw

           call "eof-file" using ws-file-number ws-eof-result
           end-call

           perform until ws-eof-result = 1 or ws-doc-full
               call "read-file-line" using
                   ws-file-number ws-read-line ws-read-rc
               end-call
               call "eof-file" using ws-file-number ws-eof-result
               end-call
               if ws-read-rc = 0 then
                   move 1 to ws-eof-result
               end-if
               if ws-eof-result = 0 and ws-read-line not = spaces
               then
                   move length(trim(ws-read-line trailing))
                       to ws-read-len
                   if ws-doc-len + ws-read-len + 1 > length(ws-doc)
                   then
                       set ws-doc-full to true
                   else
                       move ws-read-line(1:ws-read-len)
                           to ws-doc(ws-doc-len + 1:ws-read-len)
                       add ws-read-len to ws-doc-len
                       add 1 to ws-doc-len
                   end-if
               end-if
           end-perform

           exit paragraph.


      *>   One pass over the document. Checking, every problem is
      *>   reported; assigning, the (already checked) values land
      *>   in the record variables.
       walk-document.

           move 1 to ws-doc-pos
           move 0 to ws-el-depth
           move 0 to ws-records-found
           move 0 to ws-records-filled
           move 'N' to ws-root-seen-sw
           move 'N' to ws-overflow-warned-sw
           set ws-walk-not-done to true

           perform until ws-walk-done
               perform next-xml-token
               evaluate true
                   when ws-tok-eof
                       set ws-walk-done to true
                   when ws-tok-bad
                       move ws-tok-message to ws-check-message
                       perform report-check-error
                       set ws-walk-done to true
                   when ws-tok-start
                       perform walk-start-element
                       if ws-tok-empty then
                           perform walk-end-element
                       end-if
                   when ws-tok-end
                       perform walk-end-tag
                   when ws-tok-text
                       perform walk-text
               end-evaluate
           end-perform

           if ws-walk-assigning then
               exit paragraph
           end-if

           if not ws-root-seen then
               move "no document element" to ws-check-message
               perform report-check-error
           end-if
           if ws-el-depth > 0 then
               move concatenate("<" trim(ws-el-name(ws-el-depth))
                   "> is never closed") to ws-check-message
               perform report-check-error
           end-if

           if ws-check-schema and ws-records-found = 0
               and ws-root-seen
           then
               move concatenate("no <" trim(ws-record-elem)
                   "> records where the map puts them")
                   to ws-check-message
               perform report-check-error
           end-if

           exit paragraph.


       walk-start-element.

           if ws-el-depth = 0 then
               if ws-root-seen then
                   move concatenate("second document element <"
                       trim(ws-tok-name) ">") to ws-check-message
                   perform report-check-error
                   set ws-walk-done to true
                   exit paragraph
               end-if
               set ws-root-seen to true
               if ws-check-schema and ws-walk-checking then
                   perform check-root-element
               end-if
           end-if

           if ws-el-depth >= ws-max-element-depth then
               move concatenate("elements nested past "
                   ws-max-element-depth " levels")
                   to ws-check-message
               perform report-check-error
               set ws-walk-done to true
               exit paragraph
           end-if

           move ws-el-depth to ws-parent-idx
           add 1 to ws-el-depth
           move ws-tok-name to ws-el-name(ws-el-depth)
           move ws-tok-local to ws-el-local(ws-el-depth)
           move spaces to ws-el-prefix(ws-el-depth)
           move spaces to ws-el-type(ws-el-depth)
           move 'S' to ws-el-role(ws-el-depth)

           if ws-parent-idx > 0 then
               if ws-el-skip(ws-parent-idx)
                   or ws-el-leaf(ws-parent-idx)
               then
                   exit paragraph
               end-if
           end-if

      *>   Down the wrappers to the records.
           if ws-parent-idx = 0 or ws-el-wrapper(ws-parent-idx) then
               if ws-el-depth <= ws-wrap-depth then
                   perform match-wrapper-element
                   exit paragraph
               end-if
               if ws-tok-local = ws-record-elem or ws-record-any
               then
                   perform open-record-element
               end-if
               exit paragraph
           end-if

      *>   Inside a record: a member of the enclosing TYPE.
           if ws-el-record(ws-parent-idx)
               and ws-check-schema and ws-walk-checking
           then
               perform varying ws-required-idx from 1 by 1
                   until ws-required-idx > ws-required-count
                   if ws-required-name(ws-required-idx)
                       = ws-tok-local
                   then
                       set ws-required-seen(ws-required-idx)
                           to true
                   end-if
               end-perform
           end-if

           perform match-member-element

           exit paragraph.


       match-wrapper-element.

           if ws-el-depth <= ws-wrap-offset then
               move 'W' to ws-el-role(ws-el-depth)
               exit paragraph
           end-if

           if ws-tok-local
               = ws-wrap-name(ws-el-depth - ws-wrap-offset)
           then
               move 'W' to ws-el-role(ws-el-depth)
           end-if

           exit paragraph.


       open-record-element.

           add 1 to ws-records-found
           move 'S' to ws-el-role(ws-el-depth)

           if ws-var-is-scalar then
               if ws-records-found > 1 then
                   if ws-walk-checking and not ws-overflow-warned
                   then
                       set ws-overflow-warned to true
                       call "logger-leveled" using concatenate(
                           "XML-IO :: WARN : more than one <"
                           trim(ws-record-elem) "> for record "
                           trim(ws-var-name) "; the first is read.")
                           "WARN"
                       end-call
                   end-if
                   exit paragraph
               end-if
               move ws-var-name to ws-record-prefix
               move ws-var-name to ws-element-name
           else
               move ws-records-found to ws-element-idx-disp
               move concatenate(trim(ws-var-name) "("
                   trim(ws-element-idx-disp) ")")
                   to ws-element-name
               move ws-element-name to ws-record-prefix
           end-if

           call "get-instance-type" using
               ws-element-name ws-instance-type ws-instance-rc
           end-call
           if ws-instance-rc = 0 then
               if ws-walk-checking and not ws-overflow-warned then
                   set ws-overflow-warned to true
                   move ws-records-found to ws-record-disp
                   call "logger-leveled" using concatenate(
                       "XML-IO :: WARN : " trim(ws-var-name)
                       " has no room for record "
                       trim(ws-record-disp) " on; the rest are "
                       "not read.")
                       "WARN"
                   end-call
               end-if
               exit paragraph
           end-if

           move 'R' to ws-el-role(ws-el-depth)
           move ws-record-prefix to ws-el-prefix(ws-el-depth)
           move ws-instance-type to ws-el-type(ws-el-depth)
           if ws-walk-assigning then
               add 1 to ws-records-filled
           end-if

           perform varying ws-required-idx from 1 by 1
               until ws-required-idx > ws-required-count
               move 'N' to ws-required-seen-sw(ws-required-idx)
           end-perform

           perform assign-element-attributes

           exit paragraph.


      *>   Which member of the parent's TYPE this element is.
       match-member-element.

           set ws-not-matched to true
           move ws-el-type(ws-parent-idx) to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-member-count
           end-call

           perform varying ws-member-index from 1 by 1
               until ws-member-index > ws-member-count or ws-matched
               move ws-el-type(ws-parent-idx) to ws-lookup-type
               call "get-type-member" using
                   ws-lookup-type ws-member-index
                   ws-member-name ws-member-type
               end-call
               move ws-el-type(ws-parent-idx) to ws-res-type
               move ws-member-name to ws-res-member
               perform resolve-member-element
               if ws-res-attr = spaces
                   and upper-case(ws-res-elem)
                       = upper-case(ws-tok-local)
               then
                   set ws-matched to true
               end-if
           end-perform

           if ws-not-matched then
               exit paragraph
           end-if

           move concatenate(trim(ws-el-prefix(ws-parent-idx)) "."
               trim(ws-member-name)) to ws-el-prefix(ws-el-depth)

           evaluate trim(ws-member-type)
               when "INTEGER"
               when "STRING"
               when "SINGLE"
               when "DOUBLE"
               when "DECIMAL"
                   move 'L' to ws-el-role(ws-el-depth)
                   move ws-member-type to ws-el-type(ws-el-depth)
               when other
                   move 'N' to ws-el-role(ws-el-depth)
                   move ws-member-type to ws-el-type(ws-el-depth)
           end-evaluate

      *>   Attributes belong to members of the parent's TYPE.
           move ws-el-type(ws-parent-idx) to ws-res-type
           move ws-el-prefix(ws-parent-idx) to ws-record-prefix
           perform assign-attributes-in-type

           move spaces to ws-leaf-text
           move 0 to ws-leaf-len

           exit paragraph.


      *>   A record element's own attributes map to members of
      *>   its TYPE.
       assign-element-attributes.

           move ws-el-type(ws-el-depth) to ws-res-type
           move ws-el-prefix(ws-el-depth) to ws-record-prefix
           perform assign-attributes-in-type

           exit paragraph.


      *>   Each attribute on the current tag against the members of
      *>   ws-res-type mapped "<this element>@<attribute>".
       assign-attributes-in-type.

           if ws-tok-attr-count = 0 then
               exit paragraph
           end-if

           move ws-res-type to ws-lookup-type
           call "get-type-member-count" using
               ws-lookup-type ws-attr-member-count
           end-call
           move ws-tok-local to ws-attr-for-elem

           perform varying ws-attr-member-index from 1 by 1
               until ws-attr-member-index > ws-attr-member-count
               call "get-type-member" using
                   ws-lookup-type ws-attr-member-index
                   ws-attr-member-name ws-attr-member-type
               end-call
               move ws-attr-member-name to ws-res-member
               perform resolve-member-element
               if ws-res-attr not = spaces
                   and upper-case(ws-res-elem)
                       = upper-case(ws-attr-for-elem)
               then
                   perform varying ws-attr-idx from 1 by 1
                       until ws-attr-idx > ws-tok-attr-count
                       if upper-case(ws-tok-attr-local(ws-attr-idx))
                           = upper-case(ws-res-attr)
                       then
                           move concatenate(trim(ws-record-prefix)
                               "." trim(ws-attr-member-name))
                               to ws-leaf-var
                           move ws-attr-member-type to ws-leaf-type
                           move ws-tok-attr-value(ws-attr-idx)
                               to ws-leaf-text
                           move length(trim(ws-leaf-text trailing))
                               to ws-leaf-len
                           if ws-leaf-text = spaces then
                               move 0 to ws-leaf-len
                           end-if
                           perform assign-leaf-value
                       end-if
                   end-perform
               end-if
               move ws-res-type to ws-lookup-type
           end-perform

           exit paragraph.


       walk-text.

           if ws-el-depth = 0 then
               move "text outside the document element"
                   to ws-check-message
               perform report-check-error
               exit paragraph
           end-if

           if not ws-el-leaf(ws-el-depth) then
               exit paragraph
           end-if

           if ws-leaf-len + ws-tok-text-len <= length(ws-leaf-text)
               and ws-tok-text-len > 0
           then
               move ws-tok-text-value(1:ws-tok-text-len)
                   to ws-leaf-text(ws-leaf-len + 1:ws-tok-text-len)
               add ws-tok-text-len to ws-leaf-len
           end-if

           exit paragraph.


       walk-end-tag.

           if ws-el-depth = 0 then
               move concatenate("</" trim(ws-tok-name)
                   "> with nothing open") to ws-check-message
               perform report-check-error
               set ws-walk-done to true
               exit paragraph
           end-if

           if ws-tok-name not = ws-el-name(ws-el-depth) then
               move concatenate("</" trim(ws-tok-name)
                   "> closes <" trim(ws-el-name(ws-el-depth)) ">")
                   to ws-check-message
               perform report-check-error
               set ws-walk-done to true
               exit paragraph
           end-if

           perform walk-end-element

           exit paragraph.


       walk-end-element.

           evaluate true
               when ws-el-leaf(ws-el-depth)
                   move ws-el-prefix(ws-el-depth) to ws-leaf-var
                   move ws-el-type(ws-el-depth) to ws-leaf-type
                   perform assign-leaf-value
               when ws-el-record(ws-el-depth)
                   if ws-check-schema and ws-walk-checking then
                       perform check-required-elements
                   end-if
           end-evaluate

           subtract 1 from ws-el-depth

           exit paragraph.


      *>   Checking: numeric members must hold numbers. Assigning:
      *>   strings quoted, numbers bare.
       assign-leaf-value.

           if ws-leaf-len > 0 then
               move ws-leaf-text(1:ws-leaf-len) to ws-value-text
           else
               move spaces to ws-value-text
           end-if

           if trim(ws-leaf-type) not = "STRING" then
               if ws-value-text = spaces then
                   exit paragraph
               end-if
               if test-numval(trim(ws-value-text)) not = 0 then
                   if ws-walk-checking and ws-check-schema then
                       move concatenate("<" trim(ws-tok-local)
                           "> value '" trim(ws-value-text)
                           "' is not numeric for "
                           trim(ws-leaf-var)) to ws-check-message
                       perform report-check-error
                   end-if
                   if ws-walk-assigning then
                       call "logger-leveled" using concatenate(
                           "XML-IO :: WARN : '" trim(ws-value-text)
                           "' is not numeric; " trim(ws-leaf-var)
                           " left as it was.")
                           "WARN"
                       end-call
                   end-if
                   exit paragraph
               end-if
           end-if

           if ws-walk-checking then
               exit paragraph
           end-if

           if trim(ws-leaf-type) = "STRING" then
               inspect ws-value-text replacing all '"' by "'"
               move concatenate(trim(ws-leaf-var) ' = "'
                   trim(ws-value-text) '"') to ws-assign-text
           else
               move concatenate(trim(ws-leaf-var) " = "
                   trim(ws-value-text)) to ws-assign-text
           end-if

           call "assign-var" using ws-assign-text
           end-call

           exit paragraph.


      *>   CHECK: the document element and its namespace.
       check-root-element.

           if ws-root-name not = spaces
               and ws-tok-local not = ws-root-name
           then
               move concatenate("document element is <"
                   trim(ws-tok-local) ">, expected <"
                   trim(ws-root-name) ">") to ws-check-message
               perform report-check-error
           end-if

           if ws-namespace = spaces then
               exit paragraph
           end-if

           if ws-tok-prefix = spaces then
               move "xmlns" to ws-ns-attr-name
           else
               move concatenate("xmlns:" trim(ws-tok-prefix))
                   to ws-ns-attr-name
           end-if

           set ws-not-matched to true
           perform varying ws-attr-idx from 1 by 1
               until ws-attr-idx > ws-tok-attr-count
               if ws-tok-attr-name(ws-attr-idx) = ws-ns-attr-name
               then
                   set ws-matched to true
                   if ws-tok-attr-value(ws-attr-idx)
                       not = ws-namespace
                   then
                       move concatenate("namespace is '"
                           trim(ws-tok-attr-value(ws-attr-idx))
                           "', expected '" trim(ws-namespace) "'")
                           to ws-check-message
                       perform report-check-error
                   end-if
               end-if
           end-perform

           if ws-not-matched then
               move concatenate("document element has no namespace;"
                   " expected '" trim(ws-namespace) "'")
                   to ws-check-message
               perform report-check-error
           end-if

           exit paragraph.


       check-required-elements.

           perform varying ws-required-idx from 1 by 1
               until ws-required-idx > ws-required-count
               if not ws-required-seen(ws-required-idx) then
                   move ws-records-found to ws-record-disp
                   move concatenate("<" trim(ws-record-elem) "> "
                       trim(ws-record-disp) " has no <"
                       trim(ws-required-name(ws-required-idx)) ">")
                       to ws-check-message
                   perform report-check-error
               end-if
           end-perform

           exit paragraph.


       report-check-error.

           if ws-walk-assigning then
               exit paragraph
           end-if

           add 1 to ws-check-errors
           if ws-check-errors <= ws-max-check-errors then
               call "logger-leveled" using concatenate(
                   "XML-IO :: ERROR : channel #" ws-file-number
                   ": " trim(ws-check-message))
                   "ERROR"
               end-call
           end-if

           exit paragraph.


      *>----------------------------------------------------------------
      *>   Tokenizer: start tag, end tag, text (entities decoded),
      *>   end of document, or a malformed construct.
      *>----------------------------------------------------------------
       next-xml-token.

           set ws-tok-none to true
           move 'N' to ws-tok-empty-sw
           move 0 to ws-tok-attr-count
           move 0 to ws-tok-text-len

           perform until not ws-tok-none
               if ws-doc-pos > ws-doc-len then
                   set ws-tok-eof to true
                   exit perform
               end-if

               if ws-doc(ws-doc-pos:1) not = "<" then
                   perform scan-text
               else
                   evaluate true
                       when ws-doc(ws-doc-pos:4) = "<!--"
                           move "-->" to ws-marker
                           move 3 to ws-marker-len
                           perform skip-to-marker
                       when ws-doc(ws-doc-pos:9) = "<![CDATA["
                           perform scan-cdata
                       when ws-doc(ws-doc-pos:2) = "<?"
                           move "?>" to ws-marker
                           move 2 to ws-marker-len
                           perform skip-to-marker
                       when ws-doc(ws-doc-pos:2) = "<!"
                           move ">" to ws-marker
                           move 1 to ws-marker-len
                           perform skip-to-marker
                       when ws-doc(ws-doc-pos:2) = "</"
                           perform scan-end-tag
                       when other
                           perform scan-start-tag
                   end-evaluate
               end-if
           end-perform

           exit paragraph.


       skip-to-marker.

           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx + ws-marker-len - 1 > ws-doc-len
               or ws-doc(ws-scan-idx:ws-marker-len)
                   = ws-marker(1:ws-marker-len)
           end-perform

           if ws-scan-idx + ws-marker-len - 1 > ws-doc-len then
               set ws-tok-bad to true
               move concatenate("unterminated markup, looking for '"
                   ws-marker(1:ws-marker-len) "'")
                   to ws-tok-message
               move ws-doc-len to ws-doc-pos
               add 1 to ws-doc-pos
               exit paragraph
           end-if

           compute ws-doc-pos = ws-scan-idx + ws-marker-len
           end-compute

           exit paragraph.


       scan-cdata.

           add 9 to ws-doc-pos
           move ws-doc-pos to ws-scan-start
           move "]]>" to ws-marker
           move 3 to ws-marker-len
           perform skip-to-marker
           if ws-tok-bad then
               exit paragraph
           end-if

           compute ws-tok-text-len = ws-doc-pos - 3 - ws-scan-start
           end-compute
           if ws-tok-text-len > length(ws-tok-text-value) then
               move length(ws-tok-text-value) to ws-tok-text-len
           end-if
           if ws-tok-text-len > 0 then
               move ws-doc(ws-scan-start:ws-tok-text-len)
                   to ws-tok-text-value
               set ws-tok-text to true
           end-if

           exit paragraph.


       scan-text.

           move ws-doc-pos to ws-scan-start
           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx > ws-doc-len
               or ws-doc(ws-scan-idx:1) = "<"
           end-perform
           move ws-scan-idx to ws-doc-pos

           compute ws-raw-len = ws-doc-pos - ws-scan-start
           end-compute
           if ws-raw-len > length(ws-raw-text) then
               move length(ws-raw-text) to ws-raw-len
           end-if
           move ws-doc(ws-scan-start:ws-raw-len) to ws-raw-text

      *>   Whitespace between elements is not text.
           if ws-raw-text(1:ws-raw-len) = spaces then
               exit paragraph
           end-if

           perform decode-entities
           if ws-entity-bad then
               set ws-tok-bad to true
               move concatenate("bad character reference '"
                   trim(ws-entity) "'") to ws-tok-message
               exit paragraph
           end-if

      *>   Text that was only indentation around a value keeps the
      *>   value alone.
           move trim(ws-cooked-text(1:ws-cooked-len))
               to ws-tok-text-value
           move length(trim(ws-cooked-text(1:ws-cooked-len)))
               to ws-tok-text-len
           set ws-tok-text to true

           exit paragraph.


       scan-end-tag.

           add 2 to ws-doc-pos
           move ws-doc-pos to ws-scan-start
           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx > ws-doc-len
               or ws-doc(ws-scan-idx:1) = ">"
           end-perform

           if ws-scan-idx > ws-doc-len then
               set ws-tok-bad to true
               move "unterminated end tag" to ws-tok-message
               move ws-scan-idx to ws-doc-pos
               exit paragraph
           end-if

           move spaces to ws-tok-name
           if ws-scan-idx > ws-scan-start then
               move trim(ws-doc(ws-scan-start:
                   ws-scan-idx - ws-scan-start)) to ws-tok-name
           end-if
           compute ws-doc-pos = ws-scan-idx + 1
           end-compute

           move ws-tok-name to ws-split-name
           perform split-qualified-name
           move ws-split-local to ws-tok-local
           move ws-split-prefix to ws-tok-prefix
           set ws-tok-end to true

           exit paragraph.


       scan-start-tag.

           add 1 to ws-doc-pos
           move ws-doc-pos to ws-scan-start
           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx > ws-doc-len
               or ws-doc(ws-scan-idx:1) = ">" or "/" or space
                   or x"09" or x"0D" or x"0A"
           end-perform

           if ws-scan-idx = ws-scan-start then
               set ws-tok-bad to true
               move "'<' with no element name" to ws-tok-message
               move ws-doc-len to ws-doc-pos
               add 1 to ws-doc-pos
               exit paragraph
           end-if

           move spaces to ws-tok-name
           move ws-doc(ws-scan-start:ws-scan-idx - ws-scan-start)
               to ws-tok-name
           move ws-scan-idx to ws-doc-pos
           move ws-tok-name to ws-split-name
           perform split-qualified-name
           move ws-split-local to ws-tok-local
           move ws-split-prefix to ws-tok-prefix

           perform scan-one-attribute
               until not ws-tok-none
               or ws-doc-pos > ws-doc-len

           if ws-doc-pos > ws-doc-len and ws-tok-none then
               set ws-tok-bad to true
               move concatenate("unterminated tag <"
                   trim(ws-tok-name)) to ws-tok-message
           end-if

           exit paragraph.


       scan-one-attribute.

           perform skip-white-space
           if ws-doc-pos > ws-doc-len then
               exit paragraph
           end-if

           if ws-doc(ws-doc-pos:1) = ">" then
               add 1 to ws-doc-pos
               set ws-tok-start to true
               exit paragraph
           end-if
           if ws-doc(ws-doc-pos:2) = "/>" then
               add 2 to ws-doc-pos
               set ws-tok-empty to true
               set ws-tok-start to true
               exit paragraph
           end-if

           move ws-doc-pos to ws-scan-start
           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx > ws-doc-len
               or ws-doc(ws-scan-idx:1) = "=" or ">" or space
                   or x"09" or x"0D" or x"0A"
           end-perform
           move ws-scan-idx to ws-doc-pos
           perform skip-white-space

           if ws-doc-pos > ws-doc-len
               or ws-doc(ws-doc-pos:1) not = "="
           then
               set ws-tok-bad to true
               move concatenate("attribute in <" trim(ws-tok-name)
                   "> has no value") to ws-tok-message
               exit paragraph
           end-if

           if ws-tok-attr-count < ws-max-attributes then
               add 1 to ws-tok-attr-count
               move ws-doc(ws-scan-start:ws-scan-idx - ws-scan-start)
                   to ws-tok-attr-name(ws-tok-attr-count)
               move ws-tok-attr-name(ws-tok-attr-count)
                   to ws-split-name
               perform split-qualified-name
               move ws-split-local
                   to ws-tok-attr-local(ws-tok-attr-count)
               move spaces to ws-tok-attr-value(ws-tok-attr-count)
           end-if

           add 1 to ws-doc-pos
           perform skip-white-space
           if ws-doc-pos > ws-doc-len
               or (ws-doc(ws-doc-pos:1) not = '"'
                   and ws-doc(ws-doc-pos:1) not = "'")
           then
               set ws-tok-bad to true
               move concatenate("attribute value in <"
                   trim(ws-tok-name) "> is not quoted")
                   to ws-tok-message
               exit paragraph
           end-if

           move ws-doc(ws-doc-pos:1) to ws-quote-char
           add 1 to ws-doc-pos
           move ws-doc-pos to ws-scan-start
           perform varying ws-scan-idx from ws-doc-pos by 1
               until ws-scan-idx > ws-doc-len
               or ws-doc(ws-scan-idx:1) = ws-quote-char
           end-perform
           if ws-scan-idx > ws-doc-len then
               set ws-tok-bad to true
               move concatenate("attribute value in <"
                   trim(ws-tok-name) "> is never closed")
                   to ws-tok-message
               move ws-scan-idx to ws-doc-pos
               exit paragraph
           end-if

           compute ws-raw-len = ws-scan-idx - ws-scan-start
           end-compute
           compute ws-doc-pos = ws-scan-idx + 1
           end-compute
           if ws-raw-len > 1024 then
               move 1024 to ws-raw-len
           end-if
           if ws-raw-len = 0 then
               exit paragraph
           end-if

           move ws-doc(ws-scan-start:ws-raw-len) to ws-raw-text
           perform decode-entities
           if ws-entity-bad then
               set ws-tok-bad to true
               move concatenate("bad character reference '"
                   trim(ws-entity) "'") to ws-tok-message
               exit paragraph
           end-if
           if ws-cooked-len > 0 then
               move ws-cooked-text(1:ws-cooked-len)
                   to ws-tok-attr-value(ws-tok-attr-count)
           end-if

           exit paragraph.


       skip-white-space.

           perform until ws-doc-pos > ws-doc-len
               or (ws-doc(ws-doc-pos:1) not = space
                   and ws-doc(ws-doc-pos:1) not = x"09"
                   and ws-doc(ws-doc-pos:1) not = x"0D"
                   and ws-doc(ws-doc-pos:1) not = x"0A")
               add 1 to ws-doc-pos
           end-perform

           exit paragraph.


       split-qualified-name.

           move spaces to ws-split-local ws-split-prefix
           move 0 to ws-name-colon
           inspect ws-split-name tallying ws-name-colon
               for characters before initial ":"

           if ws-name-colon < length(trim(ws-split-name)) then
               move ws-split-name(1:ws-name-colon)
                   to ws-split-prefix
               move ws-split-name(ws-name-colon + 2:)
                   to ws-split-local
           else
               move ws-split-name to ws-split-local
           end-if

           exit paragraph.


      *>   ws-raw-text(1:ws-raw-len) -> ws-cooked-text with the five
      *>   predefined entities and &#n; / &#xh; references decoded.
       decode-entities.

           set ws-entity-ok to true
           move spaces to ws-cooked-text
           move 0 to ws-cooked-len
           move 1 to ws-raw-idx

           perform until ws-raw-idx > ws-raw-len or ws-entity-bad
               if ws-raw-text(ws-raw-idx:1) = "&" then
                   perform decode-one-entity
               else
                   add 1 to ws-cooked-len
                   move ws-raw-text(ws-raw-idx:1)
                       to ws-cooked-text(ws-cooked-len:1)
                   add 1 to ws-raw-idx
               end-if
           end-perform

           exit paragraph.


       decode-one-entity.

           move spaces to ws-entity
           move 0 to ws-entity-len
           perform until ws-raw-idx > ws-raw-len
               or ws-entity-len >= 12
               add 1 to ws-entity-len
               move ws-raw-text(ws-raw-idx:1)
                   to ws-entity(ws-entity-len:1)
               add 1 to ws-raw-idx
               if ws-entity(ws-entity-len:1) = ";" then
                   exit perform
               end-if
           end-perform

           add 1 to ws-cooked-len
           evaluate ws-entity
               when "&amp;"
                   move "&" to ws-cooked-text(ws-cooked-len:1)
               when "&lt;"
                   move "<" to ws-cooked-text(ws-cooked-len:1)
               when "&gt;"
                   move ">" to ws-cooked-text(ws-cooked-len:1)
               when "&quot;"
                   move '"' to ws-cooked-text(ws-cooked-len:1)
               when "&apos;"
                   move "'" to ws-cooked-text(ws-cooked-len:1)
               when other
                   perform decode-character-reference
           end-evaluate

           exit paragraph.


      *>   Outside one byte the character cannot be held; it reads
      *>   as "?".
       decode-character-reference.

           if ws-entity(1:2) not = "&#"
               or ws-entity(ws-entity-len:1) not = ";"
               or ws-entity-len < 4
           then
               set ws-entity-bad to true
               exit paragraph
           end-if

           move 0 to ws-entity-code
           if ws-entity(3:1) = "x" or "X" then
               perform varying ws-entity-hex-idx from 4 by 1
                   until ws-entity-hex-idx >= ws-entity-len
                   evaluate upper-case(
                       ws-entity(ws-entity-hex-idx:1))
                       when "0" thru "9"
                           move ws-entity(ws-entity-hex-idx:1)
                               to ws-entity-digit
                       when "A" thru "F"
                           compute ws-entity-digit =
                               ord(upper-case(
                                   ws-entity(ws-entity-hex-idx:1)))
                               - ord("A") + 10
                           end-compute
                       when other
                           set ws-entity-bad to true
                           exit paragraph
                   end-evaluate
                   if ws-entity-code < 65536 then
                       compute ws-entity-code =
                           ws-entity-code * 16 + ws-entity-digit
                       end-compute
                   end-if
               end-perform
           else
               if ws-entity(3:ws-entity-len - 3) not numeric then
                   set ws-entity-bad to true
                   exit paragraph
               end-if
               move ws-entity(3:ws-entity-len - 3) to ws-entity-code
           end-if

           if ws-entity-code < 256 then
               move char(ws-entity-code + 1)
                   to ws-cooked-text(ws-cooked-len:1)
           else
               move "?" to ws-cooked-text(ws-cooked-len:1)
           end-if

           exit paragraph.


      *>   Splits ws-param-buffer on commas outside double quotes;
      *>   the channel's "#" is dropped.
       split-operands.

           initialize ws-operand-table
           inspect ws-param-buffer replacing first "#" by space
           move 1 to ws-operand-count
           move 0 to ws-op-pos
           set ws-op-not-in-quote to true

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > length(ws-param-buffer)
               if ws-param-buffer(ws-op-idx:1) = ","
                   and ws-op-not-in-quote
               then
                   if ws-operand-count < 6 then
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

           move upper-case(trim(ws-operand-scratch))
               to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           move spaces to ws-operand-scratch
           if ls-get-variable-return-code > 0
               and ls-type-string
           then
               move trim(ls-variable-value) to ws-operand-scratch
               inspect ws-operand-scratch
                   replacing all '"' by space
               move trim(ws-operand-scratch) to ws-operand-scratch
           end-if

           exit paragraph.

       end program xml-io.
