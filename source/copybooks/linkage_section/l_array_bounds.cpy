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
       01  l-array-bounds.
           05  l-array-lbound            pic 9(8) comp.
           05  l-array-ubound            pic 9(8) comp.
           05  l-array-keep-count        pic 9(8) comp.
           05  l-array-element-type      pic x(32).
           05  l-array-probe-suffix      pic x(256).
           05  l-array-scope             pic 9(4) comp.
           05  l-array-elem-slots        pic 9(5) comp.
           05  l-array-live-count        pic 9(5) comp.
           05  l-array-kind-sw           pic a.
               88  l-array-is-scalar     value 'S'.
               88  l-array-is-record     value 'R'.
               88  l-array-not-found     value space.
