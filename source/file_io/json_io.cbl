      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: JSON serialization of TYPE records for the
      *          downstream systems that want the nightly numbers as
      *          JSON instead of hand-assembled strings with
      *                                    as one JSON array line
      *            JSONREAD #1, CUST       takes one object line
      *                                    apart into CUST.<member>
      *            JSONWRITE #1, TOTALS    a MAP writes as one object
      *                                    keyed by its keys, in key
      *                                    order; a MAP OF a TYPE
      *                                    nests each key's record
      *          Member names and types come from type-repository
      *          (the TYPE each variable was DIM'd AS), nested TYPEs
      *          nest as objects, strings are escaped, numerics
       01  ws-read-rc                    pic 9.
       01  ws-raise-error-code           pic 9(4).

       01  ws-map-elem-type              pic x(32).
       01  ws-map-key-count              pic 9(9) comp.
       01  ws-map-key-idx                pic 9(9) comp.
       01  ws-map-key-idx-disp           pic z(8)9.
       01  ws-map-key-value              pic x(256).

      *>   JSONREAD parse state.
       01  ws-parse-line                 pic x(32768).
       01  ws-parse-idx                  pic 9(5) comp.
      *>   of objects.
       write-json-value.

           move ls-var-name-token to ls-variable-name
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call

           if ls-get-variable-return-code > 0
               and ls-variable-type = "MAP"
           then
               move ls-variable-value to ws-map-elem-type
               perform write-json-map
               exit paragraph
           end-if

           move ls-var-name-token to ws-element-name
           call "get-instance-type" using
               ws-element-name ws-instance-type ws-instance-rc
           exit paragraph.


      *>   A MAP as {"KEY1":value,"KEY2":value,...} in key order.
      *>   A MAP OF a TYPE writes each key's record as a nested
      *>   object, the same as a record variable.
       write-json-map.

           move spaces to ws-json-buffer
           move 1 to ws-json-pos
           move "{" to ws-append-text
           move 1 to ws-append-len
           perform append-to-json

           move spaces to ls-variable-name
           string
               "MAPCOUNT(" trim(ls-var-name-token) ")"
               delimited by size
               into ls-variable-name
           end-string
           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
           move ls-variable-value-num to ws-map-key-count

           perform varying ws-map-key-idx from 1 by 1
           until ws-map-key-idx > ws-map-key-count

               move ws-map-key-idx to ws-map-key-idx-disp
               move spaces to ls-variable-name
               string
                   "MAPKEY$(" trim(ls-var-name-token) ","
                   trim(ws-map-key-idx-disp) ")"
                   delimited by size
                   into ls-variable-name
               end-string
               call "get-variable" using
                   ls-variable ls-get-variable-return-code
               end-call
               move ls-variable-value to ws-map-key-value

               if ws-map-key-idx > 1 then
                   move "," to ws-append-text
                   move 1 to ws-append-len
                   perform append-to-json
               end-if

      *>       "KEY":
               move ws-map-key-value to ws-value-text
               inspect ws-value-text replacing all '"' by space
               move trim(ws-value-text) to ws-value-text
               perform append-escaped-string
               move ":" to ws-append-text
               move 1 to ws-append-len
               perform append-to-json

               move spaces to ws-element-name
               string
                   trim(ls-var-name-token) "("
                   trim(ws-map-key-value) ")"
                   delimited by size
                   into ws-element-name
               end-string

               evaluate trim(ws-map-elem-type)
                   when "INTEGER"
                   when "STRING"
                   when "SINGLE"
                   when "DOUBLE"
                   when "DECIMAL"
                       move ws-element-name to ls-variable-name
                       perform append-variable-value
                   when other
                       move ws-map-elem-type to ws-instance-type
                       perform serialize-one-object
               end-evaluate
           end-perform

           move "}" to ws-append-text
           move 1 to ws-append-len
           perform append-to-json

           perform write-json-line

           exit paragraph.


      *>   Serializes ws-element-name (typed ws-instance-type) into
      *>   the build buffer, nesting member TYPEs as objects.
      *>   Iterative with a work stack -- the one shared instance


      *>   The member's current value out of the variable
      *>   repository.
       append-member-value.

           move spaces to ls-variable-name
               into ls-variable-name
           end-string

           perform append-variable-value

           exit paragraph.


      *>   The current value of ls-variable-name: strings escaped
      *>   and quoted, numerics bare.
       append-variable-value.

           call "get-variable" using
               ls-variable ls-get-variable-return-code
           end-call
