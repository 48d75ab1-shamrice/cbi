      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Copybook containing the current bounds of a DIM'd
      *          array as reported by get-array-bounds -- element
      *          type, the member suffix probed for an array of TYPE
      *          records, the slots one element takes and the live
      *          slots in the whole table -- and the count of
      *          elements remove-array-elements should keep.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ls-array-bounds.
           05  ls-array-lbound            pic 9(8) comp.
           05  ls-array-ubound            pic 9(8) comp.
           05  ls-array-keep-count        pic 9(8) comp.
           05  ls-array-element-type      pic x(32).
           05  ls-array-probe-suffix      pic x(256).
           05  ls-array-scope             pic 9(4) comp.
           05  ls-array-elem-slots        pic 9(5) comp.
           05  ls-array-live-count        pic 9(5) comp.
           05  ls-array-kind-sw           pic a.
               88  ls-array-is-scalar     value 'S'.
               88  ls-array-is-record     value 'R'.
               88  ls-array-not-found     value space.
