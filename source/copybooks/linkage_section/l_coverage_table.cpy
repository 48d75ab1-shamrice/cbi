      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Copybook containing definitions for the per-line
      *          execution counts --coverage gathers for a run and
      *          coverage-merge adds into the script's .cov file.
      * Tectonics: ./build.sh
      ******************************************************************
       01  l-coverage-table.
           05  l-coverage-count      pic 9(8) comp occurs 64000 times.
