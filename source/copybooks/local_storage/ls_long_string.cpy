      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Copybook containing a string value of up to a full
      *          32K record -- the bare text, without the quotes the
      *          variable table stores strings with, and its length
      *          -- as passed to set-long-variable, set-long-result
      *          and take-long-result.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ls-long-string.
           05  ls-long-string-len         pic 9(5) comp.
           05  ls-long-string-text        pic x(32768).
