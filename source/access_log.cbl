      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Read-access log for sensitive keyed files, kept
      *          apart from the write journal. A keyed file whose
      *          dataset catalog entry carries READLOG in its options
      *          column has every READKEY# (READKEY by primary key,
      *          READALT by an alternate), every lookup-window pick
      *          (PICK) and every NEXTKEY#/PREVKEY# browse recorded
      *          with the operator, script, line, key and timestamp.
      *          Browse reads are summarised per session -- from the
      *          STARTKEY# (or lookup window) that positions it to
      *          the next positioning, the window closing, the file
      *          closing or end of run -- as one BROWSE entry naming
      *          the first and last keys passed and how many records
      *          were read, so a pick-list scroll does not flood the
      *          log. One file per run that reads a logged file,
      *          named the way the journals are,
      *          cbi_access_YYYYMMDD_HHMMSS.acl, in the log directory
      *          (CBI_LOG_DIR) when one is set; a line per entry:
      *            ACC|stamp|type|operator|script|line|target|key|
      *                last key|records
      *          The keys are stored as read -- not PII-masked --
      *          since the point of the log is to answer "who looked
      *          at account 1234567"; the file's permissions are the
      *          control, as with the journal's record images. The
      *          audit report utility queries it by key. State is
      *          kept in working-storage across the separate calls.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. access-log.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.
           file-control.
               select optional fd-access-file
               assign to dynamic ws-access-file-name
               organization is line sequential
               file status is ws-access-file-status.

       data division.

       file section.

       fd  fd-access-file.
       01  f-access-line                 pic x(2048).

       working-storage section.

       01  ws-access-file-name           pic x(320) value spaces.
       01  ws-access-file-status         pic xx.
           88  ws-access-file-ok         value "00" "05".
       01  ws-log-directory              pic x(256) value spaces.

       01  ws-access-open-sw             pic a value 'N'.
           88  ws-access-open            value 'Y'.
           88  ws-access-closed          value 'N'.

       01  ws-source-program-name        pic x(256) value spaces.
       01  ws-current-line-number        pic 9(10) value 0.
       01  ws-operator-id                pic x(16) value spaces.

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

       01  ws-entry-stamp                pic x(14).
       01  ws-access-buffer              pic x(2048).

      *>   Open browse sessions, one per keyed file being walked.
       78  ws-max-browse-sessions        value 4.
       01  ws-browse-table.
           05  ws-browse-session         occurs 4 times.
               10  ws-browse-target      pic x(1024) value spaces.
               10  ws-browse-stamp       pic x(14).
               10  ws-browse-program     pic x(256).
               10  ws-browse-line        pic 9(10).
               10  ws-browse-first-key   pic x(64).
               10  ws-browse-last-key    pic x(64).
               10  ws-browse-count       pic 9(7).
       01  ws-browse-idx                 pic 9 comp.
       01  ws-browse-found-idx           pic 9 comp value 0.

       01  ws-record-kind                pic x(8).
       01  ws-record-target              pic x(1024).
       01  ws-record-key                 pic x(64).
       01  ws-record-last-key            pic x(64).
       01  ws-record-count               pic 9(7).
       01  ws-record-program             pic x(256).
       01  ws-record-line                pic 9(10).

       linkage section.

       01  l-program-name                pic x(1024).
       01  l-line-number                 pic 9(10).
       01  l-access-kind                 pic x(16).
       01  l-target-name                 pic x(1024).
       01  l-key-text                    pic x(64).

       procedure division.

       main-procedure.

           call "logger-leveled" using concatenate(
               "ACCESS-LOG :: ERROR : should not be called directly. "
               "Use the 'access-log-read' or 'access-log-browse' "
               "entry points instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point the dispatch loop keeps the executing
      *          script and line current through.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "access-log-set-context" using
           l-program-name l-line-number.

           move l-program-name(1:256) to ws-source-program-name
           move l-line-number to ws-current-line-number

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point keyed-file-io reports a direct read or
      *          a pick of an access-logged record through (kind
      *          READKEY, READALT or PICK).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "access-log-read" using
           l-access-kind l-target-name l-key-text.

           move function current-date to ws-date-record
           move ws-date-record(1:14) to ws-entry-stamp

           move upper-case(l-access-kind) to ws-record-kind
           move l-target-name to ws-record-target
           move l-key-text to ws-record-key
           move spaces to ws-record-last-key
           move 1 to ws-record-count
           move ws-source-program-name to ws-record-program
           move ws-current-line-number to ws-record-line

           perform write-access-entry

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point keyed-file-io reports each NEXTKEY#/
      *          PREVKEY# record of an access-logged file through;
      *          the first read of a session opens it.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "access-log-browse" using l-target-name l-key-text.

           perform find-browse-session

           if ws-browse-found-idx = 0 then
               perform start-browse-session
               if ws-browse-found-idx = 0 then
                   goback
               end-if
           end-if

           move l-key-text to ws-browse-last-key(ws-browse-found-idx)
           add 1 to ws-browse-count(ws-browse-found-idx)

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point ending the browse session on a file --
      *          it is repositioned, its lookup window closes or the
      *          file closes -- writing its one summary entry.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "access-log-browse-end" using l-target-name.

           perform find-browse-session

           if ws-browse-found-idx not = 0 then
               perform flush-browse-session
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point called at end of run: sessions still
      *          open are summarised and the log is closed.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "access-log-close".

           perform varying ws-browse-found-idx from 1 by 1
           until ws-browse-found-idx > ws-max-browse-sessions
               if ws-browse-target(ws-browse-found-idx) not = spaces
               then
                   perform flush-browse-session
               end-if
           end-perform

           if ws-access-open then
               close fd-access-file
               set ws-access-closed to true
           end-if

           goback.


       find-browse-session.

           move 0 to ws-browse-found-idx

           perform varying ws-browse-idx from 1 by 1
           until ws-browse-idx > ws-max-browse-sessions
               if ws-browse-target(ws-browse-idx) = l-target-name
               then
                   move ws-browse-idx to ws-browse-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       start-browse-session.

           perform varying ws-browse-idx from 1 by 1
           until ws-browse-idx > ws-max-browse-sessions
               if ws-browse-target(ws-browse-idx) = spaces then
                   move ws-browse-idx to ws-browse-found-idx
                   exit perform
               end-if
           end-perform

           if ws-browse-found-idx = 0 then
               call "logger-leveled" using concatenate(
                   "ACCESS-LOG :: WARN : more than "
                   ws-max-browse-sessions " logged files browsed at "
                   "once; browse not recorded for "
                   trim(l-target-name))
                   "WARN"
               end-call
               exit paragraph
           end-if

           move function current-date to ws-date-record

           move l-target-name to ws-browse-target(ws-browse-found-idx)
           move ws-date-record(1:14)
               to ws-browse-stamp(ws-browse-found-idx)
           move ws-source-program-name
               to ws-browse-program(ws-browse-found-idx)
           move ws-current-line-number
               to ws-browse-line(ws-browse-found-idx)
           move l-key-text to ws-browse-first-key(ws-browse-found-idx)
           move 0 to ws-browse-count(ws-browse-found-idx)

           exit paragraph.


       flush-browse-session.

           move ws-browse-stamp(ws-browse-found-idx) to ws-entry-stamp
           move "BROWSE" to ws-record-kind
           move ws-browse-target(ws-browse-found-idx)
               to ws-record-target
           move ws-browse-first-key(ws-browse-found-idx)
               to ws-record-key
           move ws-browse-last-key(ws-browse-found-idx)
               to ws-record-last-key
           move ws-browse-count(ws-browse-found-idx)
               to ws-record-count
           move ws-browse-program(ws-browse-found-idx)
               to ws-record-program
           move ws-browse-line(ws-browse-found-idx) to ws-record-line

           perform write-access-entry

           move spaces to ws-browse-target(ws-browse-found-idx)

           exit paragraph.


       write-access-entry.

           if ws-access-closed then
               perform open-access-file
           end-if

           move spaces to ws-access-buffer
           string
               "ACC|" ws-entry-stamp
               "|" trim(ws-record-kind)
               "|" trim(ws-operator-id)
               "|" trim(ws-record-program)
               "|" ws-record-line
               "|" trim(ws-record-target)
               "|" trim(ws-record-key)
               "|" trim(ws-record-last-key)
               "|" ws-record-count
               delimited by size
               into ws-access-buffer
           end-string

           write f-access-line from ws-access-buffer

           exit paragraph.


      *>   Opened on the first logged read, so a run that touches no
      *>   sensitive file leaves no empty log behind.
       open-access-file.

           accept ws-operator-id from environment "CBI_OPERATOR"
           end-accept
           if ws-operator-id = spaces then
               move "(unset)" to ws-operator-id
           end-if

           accept ws-log-directory from environment "CBI_LOG_DIR"
           end-accept

           move function current-date to ws-date-record

           move spaces to ws-access-file-name
           if ws-log-directory not = spaces then
               call "CBL_CREATE_DIR" using ws-log-directory
               end-call
               string
                   trim(ws-log-directory) "/"
                   delimited by size
                   into ws-access-file-name
               end-string
           end-if

           string
               trim(ws-access-file-name)
               "cbi_access_"
               ws-year ws-month ws-day
               "_"
               ws-hour ws-min ws-sec
               ".acl"
               delimited by size
               into ws-access-file-name
           end-string

           open extend fd-access-file

           if not ws-access-file-ok then
               call "logger-leveled" using concatenate(
                   "ACCESS-LOG :: ERROR : cannot open access log "
                   trim(ws-access-file-name) " status "
                   ws-access-file-status)
                   "ERROR"
               end-call
           end-if

           set ws-access-open to true

           exit paragraph.

       end program access-log.
