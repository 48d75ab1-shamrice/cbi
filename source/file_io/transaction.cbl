      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Transaction brackets over the file channels:
      *          BEGIN TRANS / COMMIT / ROLLBACK. While a bracket is
      *          open, WRITE# lines and WRITEKEY# records are queued
      *          records are not covered (their record images come
      *          from FIELD variables at PUT time and are updated in
      *          place); keep RANDOM updates outside brackets.
      *          DBEXEC statements join the bracket too: db-access
      *          queues them per connection, COMMIT sends each
      *          connection's queue as one database transaction
      *          before replaying the file queue -- a database that
      *          refuses its work rolls the whole bracket back
      *          with no file touched -- and ROLLBACK discards them.
      *          State is kept in working-storage, same as
      *          file-io.cbl, so the queue persists across the many
      *          separate calls made as the bracket executes.
       01  ws-replay-rc                  pic 9.
       01  ws-raise-error-code           pic 9(4).
       01  ws-ops-disp                   pic zzz9.
       01  ws-db-commit-rc               pic 9.

       linkage section.

               exit paragraph
           end-if

      *>   Database work first: it is the part that can still be
      *>   refused. db-access has logged and raised the failure.
           call "db-commit-pending" using ws-db-commit-rc
           end-call
           if ws-db-commit-rc = 0 then
               call "logger-leveled" using concatenate(
                   "TRANSACTION :: ERROR : database refused the "
                   "bracket's work. Rolling back.")
                   "ERROR"
               end-call
               perform rollback-bracket
               exit paragraph
           end-if

      *>   Replay in original order so interleaved writes land the
      *>   way the script issued them.
           perform varying ws-trans-op-idx from 1 by 1
           move 0 to ws-num-trans-ops
           set ws-trans-inactive to true

           call "db-discard-pending" end-call

           exit paragraph.


