      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Holds the pending runtime error state behind ON ERROR
      *          GOTO. Sub programs that hit a recoverable problem
      *          (bad file number, READ past DATA, etc.) report it
      *          Error codes follow the classic BASIC numbering:
      *            4  - out of DATA
      *            5  - illegal function call
      *            6  - overflow (result too large for its field)
      *            7  - out of memory (variable table cannot hold a
      *                 REDIM)
      *            9  - subscript out of range (REDIM bounds)
      *            11 - division by zero
      *            14 - out of string space (long string pool full)
      *            52 - bad file name or number
      *            53 - file not found
      *            61 - disk full / write failed
      *            67 - too many files
      *            69 - network transfer failed
      *            70 - permission denied (file locked)
      *            71 - dataset reservation refused
      *            75 - write refused by a protected path
      *            76 - encrypted file cannot be decrypted
      *            77 - PGP encryption or signature check failed
      *            78 - credential vault entry not available
      *            79 - ACH file check failed
      *            80 - BAI2 control total check failed
      *            81 - XML document check failed
      *            82 - database statement failed
      *            83 - input feed already consumed by an earlier run
      *            84 - exchange rate not available
      *            85 - posting to a hard-closed fiscal period
      *            86 - soft-closed fiscal period needs supervisor
      *                 override
      *            87 - MERGE input out of sequence
      *            88 - invalid UTF-8 byte sequence
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-pending-error-code         pic 9(4) value 0.

      *>   What failed, for errors raised with a description -- kept
      *>   after the code is collected so the error surface and the
      *>   post-mortem dump can name it.
       01  ws-error-text                 pic x(256) value spaces.

       linkage section.

       01  l-error-code                  pic 9(4).

       01  l-error-text                  pic x(256).

       procedure division using l-error-code.

       main-procedure.

           if ws-pending-error-code = 0 then
               move l-error-code to ws-pending-error-code
               move spaces to ws-error-text

               call "logger-leveled" using concatenate(
                   "RUNTIME-ERROR :: Raised runtime error code: "
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Same as raise-runtime-error, with a description of
      *          what failed (the expression that overflowed, say)
      *          for the error surface and the post-mortem dump.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "raise-runtime-error-text" using
           l-error-code l-error-text.

           if ws-pending-error-code = 0 then
               move l-error-code to ws-pending-error-code
               move l-error-text to ws-error-text

               call "logger-leveled" using concatenate(
                   "RUNTIME-ERROR :: Raised runtime error code: "
                   ws-pending-error-code " : " trim(ws-error-text))
                   "ERROR"
               end-call
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Returns the description of the error last raised,
      *          spaces when it was raised without one.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "get-runtime-error-text" using l-error-text.

           move ws-error-text to l-error-text

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
