      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-21
      * Last Modified: 2026-10-15
      * Purpose: Holds the TYPE ... END TYPE record layouts declared
      *          in the loaded program. A DIM of a variable AS one of
      *          these types instantiates every member as an ordinary
      *          work everywhere a plain variable does. State is kept
      *          in working-storage, same as variable-repository, so
      *          definitions collected at load time are visible when
      *          DIM runs later. A MAP OF a TYPE instantiates one
      *          member set per key the same way, under
      *          CUST("K1").<member>.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-declare-return-code       pic 9.

      *>   Dotted member path being walked by get-member-path-type.
       01  ws-path-text                  pic x(256).
       01  ws-path-segment               pic x(32).
       01  ws-path-ptr                   pic 9(4) comp.
       01  ws-path-type-idx              pic 9(4) comp.
       01  ws-path-member-type           pic x(32).

       linkage section.

       01  l-type-name                   pic x(32).
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point answering the scalar type of a dotted
      *          member path (NAME$, ADDR.CITY$) under a named TYPE,
      *          walking nested TYPEs one segment at a time. Used for
      *          a MAP OF a TYPE, whose members are read before the
      *          key has ever been written. Return code is false
      *          when the path does not name a scalar member.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "get-member-path-type" using
           l-type-name l-var-name l-member-type l-return-code.

           set l-return-code-false to true
           move spaces to l-member-type

           perform find-type-def
           move ws-type-found-idx to ws-path-type-idx

           move upper-case(trim(l-var-name)) to ws-path-text
           move 1 to ws-path-ptr

           perform until ws-path-type-idx = 0
               or ws-path-ptr > length(trim(ws-path-text))

               move spaces to ws-path-segment
               unstring ws-path-text delimited by "."
                   into ws-path-segment
                   with pointer ws-path-ptr
               end-unstring

               move spaces to ws-path-member-type
               perform varying ws-type-member-idx from 1 by 1
               until ws-type-member-idx
                   > ws-type-num-members(ws-path-type-idx)
                   if ws-type-member-name(
                       ws-path-type-idx, ws-type-member-idx)
                       = ws-path-segment
                   then
                       move ws-type-member-type(
                           ws-path-type-idx, ws-type-member-idx)
                           to ws-path-member-type
                       exit perform
                   end-if
               end-perform

               evaluate trim(ws-path-member-type)
                   when spaces
                       move 0 to ws-path-type-idx

                   when "INTEGER"
                   when "STRING"
                   when "SINGLE"
                   when "DOUBLE"
                   when "DECIMAL"
                       if ws-path-ptr > length(trim(ws-path-text))
                       then
                           move ws-path-member-type to l-member-type
                           set l-return-code-true to true
                       end-if
                       move 0 to ws-path-type-idx

                   when other
                       move ws-path-member-type
                           to ws-lookup-type-name
                       perform find-type-def-by-name
                       move ws-nested-found-idx to ws-path-type-idx
               end-evaluate
           end-perform

           goback.


       find-type-def.

           move 0 to ws-type-found-idx
