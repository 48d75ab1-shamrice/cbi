      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Logical dataset catalog behind OPEN "@NAME": maps
      *          DD-style logical names (CUSTMAST, CASHRCPT,
      *          GLEXTRACT) to physical paths, so promoting a script
      *          file -- catalog-file in cbi.cfg via
      *          CBI_CATALOG_FILE, cbi.cat when unset -- is one
      *          entry per line, pipe-delimited:
      *            LOGICAL|/physical/path|ORG[|retention[|options]]
      *          with ORG a note (SEQ/RANDOM/KEYED) or GDG for a
      *          generation data group. READLOG in the options
      *          column flags a sensitive keyed file as
      *          access-logged: its reads go to the access log, by
      *          whatever name -- logical or physical -- the script
      *          opened it. DUPGUARD flags an input feed for the
      *          duplicate input-file guard (see feed_guard.cbl):
      *          every open of it, or of any of its generations, is
      *          fingerprinted and refused if already consumed.
      *          LEDGER flags a ledger dataset for period-close
      *          control (see period_control.cbl): an OPEN of it, or
      *          of any of its generations, for OUTPUT or APPEND is
      *          refused while the processing date's fiscal period
      *          is closed.
      *          A GDG base resolves through
      *          a relative reference on the OPEN name --
      *          "@SALES(+1)" creates the next generation,
      *          "@SALES(0)" and "@SALES(-1)" read current and
      *          prior ones by position regardless of calendar gaps.
      *          ORG DB names a database for DBCONNECT: the physical
      *          column is the connection (sqlite:/path/file.db or
      *          postgresql://host/dbname) and the options column
      *          carries USER=name PASSWORD=vault:<entry>, so no
      *          connection detail or credential is in a script.
      *          Generations are <base>.G<nnnn>; the group's current
      *          number lives in <base>.gdg; a (+1) ages out the
      *          generation falling off the declared retention
      *          count. Loaded once on first resolve and kept in
      *          working-storage across calls, same as file-io's
      *          slot state. A partition of a partitioned run
      *          (see partition_run.cbl) is handed an overlay in
      *          CBI_PARTITION_CATALOG, same layout, loaded ahead of
      *          the catalog so its entries win.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           88  ws-catalog-status-ok      value "00".

       01  ws-env-catalog-file           pic x(256) value spaces.
       01  ws-env-overlay-file           pic x(256) value spaces.

       01  ws-catalog-loaded-sw          pic a value 'N'.
           88  ws-catalog-loaded         value 'Y'.
               10  ws-cat-org            pic x(8).
                   88  ws-cat-is-gdg     value "GDG".
               10  ws-cat-retention      pic 9(4) value 0.
               10  ws-cat-read-log-sw    pic a value 'N'.
                   88  ws-cat-read-logged value 'Y'.
               10  ws-cat-dup-guard-sw   pic a value 'N'.
                   88  ws-cat-dup-guarded value 'Y'.
               10  ws-cat-ledger-sw      pic a value 'N'.
                   88  ws-cat-is-ledger  value 'Y'.
               10  ws-cat-options        pic x(128).

       01  ws-cat-idx                    pic 9(4) comp.
       01  ws-cat-found-idx              pic 9(4) comp value 0.
       01  ls-col-physical               pic x(256).
       01  ls-col-org                    pic x(16).
       01  ls-col-retention              pic x(8).
       01  ls-col-options                pic x(128).
       01  ls-option-count               pic 9(4) comp.
       01  ls-gdg-prefix                 pic x(300).

       01  ls-lookup-name                pic x(64).
       01  ls-lookup-scratch             pic x(64).
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       01  l-file-name                   pic x(1024).

       01  l-db-options                  pic x(128).

       procedure division using
           l-logical-name l-physical-name l-return-code.

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the keyed file handler asks, as a file
      *          opens, whether its physical path belongs to a READLOG
      *          entry -- a plain entry's path, or any generation of
      *          a GDG base.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "catalog-access-logged" using
           l-file-name l-return-code.

           set l-return-code-false to true

           if ws-catalog-not-loaded then
               perform load-catalog-file
           end-if

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-num-catalog-entries
               or l-return-code-true
               if ws-cat-read-logged(ws-cat-idx) then
                   if ws-cat-is-gdg(ws-cat-idx) then
                       move spaces to ls-gdg-prefix
                       string
                           trim(ws-cat-physical(ws-cat-idx)) ".G"
                           delimited by size
                           into ls-gdg-prefix
                       end-string
                       if l-file-name(1:length(trim(ls-gdg-prefix)))
                           = trim(ls-gdg-prefix)
                       then
                           set l-return-code-true to true
                       end-if
                   else
                       if trim(l-file-name)
                           = trim(ws-cat-physical(ws-cat-idx))
                       then
                           set l-return-code-true to true
                       end-if
                   end-if
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point OPEN asks, for an input file, whether
      *          its physical path belongs to a DUPGUARD entry -- a
      *          plain entry's path, or any generation of a GDG base.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "catalog-dup-guarded" using
           l-file-name l-return-code.

           set l-return-code-false to true

           if ws-catalog-not-loaded then
               perform load-catalog-file
           end-if

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-num-catalog-entries
               or l-return-code-true
               if ws-cat-dup-guarded(ws-cat-idx) then
                   perform match-entry-path
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point OPEN asks, for an OUTPUT or APPEND
      *          file, whether its physical path belongs to a LEDGER
      *          entry -- a plain entry's path, or any generation of
      *          a GDG base.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "catalog-ledger" using
           l-file-name l-return-code.

           set l-return-code-false to true

           if ws-catalog-not-loaded then
               perform load-catalog-file
           end-if

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-num-catalog-entries
               or l-return-code-true
               if ws-cat-is-ledger(ws-cat-idx) then
                   perform match-entry-path
               end-if
           end-perform

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point DBCONNECT resolves its logical name
      *          through: the connection and the options column of
      *          an ORG DB entry. Any other entry, or none, returns
      *          false.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "catalog-db-target" using
           l-logical-name l-physical-name l-db-options
           l-return-code.

           set l-return-code-false to true
           move spaces to l-physical-name
           move spaces to l-db-options

           if ws-catalog-not-loaded then
               perform load-catalog-file
           end-if

           move upper-case(trim(l-logical-name)) to ls-lookup-name

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-num-catalog-entries
               if ws-cat-logical(ws-cat-idx)
                   = ls-lookup-name(1:32)
                   and ws-cat-org(ws-cat-idx) = "DB"
               then
                   move ws-cat-physical(ws-cat-idx)
                       to l-physical-name
                   move ws-cat-options(ws-cat-idx) to l-db-options
                   set l-return-code-true to true
                   exit perform
               end-if
           end-perform

           goback.


      *>   Relative generation reference against the group's state
      *>   file: (+1) registers and names the next generation and
      *>   ages out the one past retention; (0)/(-n) name existing
           exit paragraph.


      *>   True when l-file-name is the entry's physical path or,
      *>   for a GDG base, one of its generations.
       match-entry-path.

           if ws-cat-is-gdg(ws-cat-idx) then
               move spaces to ls-gdg-prefix
               string
                   trim(ws-cat-physical(ws-cat-idx)) ".G"
                   delimited by size
                   into ls-gdg-prefix
               end-string
               if l-file-name(1:length(trim(ls-gdg-prefix)))
                   = trim(ls-gdg-prefix)
               then
                   set l-return-code-true to true
               end-if
           else
               if trim(l-file-name)
                   = trim(ws-cat-physical(ws-cat-idx))
               then
                   set l-return-code-true to true
               end-if
           end-if

           exit paragraph.


       load-catalog-file.

           set ws-catalog-loaded to true

      *>   Lookups take the first matching entry, so the overlay's
      *>   go in first.
           accept ws-env-overlay-file
               from environment "CBI_PARTITION_CATALOG"
           end-accept

           if ws-env-overlay-file not = spaces then
               perform load-catalog-overlay
           end-if

           accept ws-env-catalog-file
               from environment "CBI_CATALOG_FILE"
           end-accept
           exit paragraph.


       load-catalog-overlay.

           move ws-catalog-file-name to ws-env-catalog-file
           move ws-env-overlay-file to ws-catalog-file-name

           open input fd-catalog-file

           if ws-catalog-status-ok then
               set ls-not-eof to true
               perform until ls-eof
                   read fd-catalog-file into ls-catalog-line
                       at end set ls-eof to true
                       not at end perform collect-catalog-entry
                   end-read
               end-perform

               call "logger" using concatenate(
                   "DATASET-CATALOG :: Loaded partition overlay "
                   trim(ws-catalog-file-name))
               end-call
           end-if

           close fd-catalog-file

           move ws-env-catalog-file to ws-catalog-file-name
           move spaces to ws-env-catalog-file

           exit paragraph.


       collect-catalog-entry.

           if trim(ls-catalog-line) = spaces
           move spaces to ls-col-physical
           move spaces to ls-col-org
           move spaces to ls-col-retention
           move spaces to ls-col-options

           unstring ls-catalog-line
               delimited by "|"
               into ls-col-logical ls-col-physical ls-col-org
                    ls-col-retention ls-col-options
           end-unstring

           if trim(ls-col-logical) = spaces
               end-compute
           end-if

           move trim(ls-col-options)
               to ws-cat-options(ws-num-catalog-entries)

           move 'N' to ws-cat-read-log-sw(ws-num-catalog-entries)
           move 0 to ls-option-count
           inspect upper-case(ls-col-options)
               tallying ls-option-count for all "READLOG"
           if ls-option-count > 0 then
               set ws-cat-read-logged(ws-num-catalog-entries)
                   to true
           end-if

           move 'N' to ws-cat-dup-guard-sw(ws-num-catalog-entries)
           move 0 to ls-option-count
           inspect upper-case(ls-col-options)
               tallying ls-option-count for all "DUPGUARD"
           if ls-option-count > 0 then
               set ws-cat-dup-guarded(ws-num-catalog-entries)
                   to true
           end-if

           move 'N' to ws-cat-ledger-sw(ws-num-catalog-entries)
           move 0 to ls-option-count
           inspect upper-case(ls-col-options)
               tallying ls-option-count for all "LEDGER"
           if ls-option-count > 0 then
               set ws-cat-is-ledger(ws-num-catalog-entries)
                   to true
           end-if

           exit paragraph.

       end program dataset-catalog.
