      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Copybook holding one data dictionary element as
      *          the dictionary-element entry hands it back to MAP
      *          layouts, edit rules and FORM fields.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ls-dictionary-element.
           05  ls-de-name             pic x(32) value spaces.
           05  ls-de-type             pic x(8) value spaces.
           05  ls-de-length           pic 9(4) value zeros.
           05  ls-de-usage            pic x(8) value spaces.
           05  ls-de-values           pic x(256) value spaces.
           05  ls-de-min              pic x(20) value spaces.
           05  ls-de-max              pic x(20) value spaces.
           05  ls-de-label            pic x(32) value spaces.
           05  ls-de-pii-sw           pic a value 'N'.
               88  ls-de-pii          value 'Y'.
               88  ls-de-not-pii      value 'N'.

       01  ls-dictionary-element-name pic x(32) value spaces.
       01  ls-dictionary-return-code  pic 9 value 0.
