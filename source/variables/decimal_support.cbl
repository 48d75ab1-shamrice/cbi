      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Backing store for the DECIMAL money type: remembers
      *          the declared scale and rounding mode of every
      *          DIM ... AS DECIMAL(p,s) variable and rounds each
      *          with a ROUNDING clause. State is kept in
      *          working-storage, same as variable-repository, so
      *          registrations made at DIM time are visible when
      *          assignments round later. round-to-scale applies the
      *          same rules to a value bound for a given scale, for
      *          functions such as CONVERT() that round per currency.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       01  ws-shifted-fraction           pic s9v9(6).
       01  ws-half-check                 pic 9v9(6).
       01  ws-even-check                 pic s9(15).
       01  ws-round-mode                 pic x(8).

       linkage section.

           move ws-power-of-ten(
               ws-decimal-var-scale(ws-decimal-found-idx) + 1)
               to ws-scale-factor
           move ws-decimal-var-mode(ws-decimal-found-idx)
               to ws-round-mode

           perform round-value-to-scale

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point that rounds a value to a given scale in
      *          the run-wide default rounding mode, the same way a
      *          DECIMAL variable of that scale would be rounded.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "round-to-scale" using l-scale l-dec-value.

           perform resolve-default-mode

           if l-scale > ws-max-decimal-scale then
               move ws-power-of-ten(ws-max-decimal-scale + 1)
                   to ws-scale-factor
           else
               move ws-power-of-ten(l-scale + 1) to ws-scale-factor
           end-if
           move ws-default-mode to ws-round-mode

           perform round-value-to-scale

           goback.


       round-value-to-scale.

           compute ws-shifted-value =
               l-dec-value * ws-scale-factor
           end-compute

           if ws-round-mode = "BANKER" then
               perform round-shifted-banker
           else
      *>       HALFUP -- COBOL's ROUNDED is exactly round half away
               ws-shifted-whole / ws-scale-factor
           end-compute

           exit paragraph.


      *>   Banker's rounding: nearest integer, with an exact half
