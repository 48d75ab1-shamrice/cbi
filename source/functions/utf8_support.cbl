      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Character handling for runs in UTF-8 mode. The
      *          charset=utf-8 key in cbi.cfg (CBI_CHARSET in the
      *          environment) switches the string functions, PRINT
      *          column positioning and FIELD padding from counting
      *          bytes to counting characters, so a name such as
      *          "Müller" is six characters wide, not seven. Every
      *          sequence is checked as it is walked: stray
      *          continuation bytes, truncated sequences, overlong
      *          forms, surrogates and values past U+10FFFF are
      *          invalid and their byte position is handed back so
      *          the caller can report it. Also converts between
      *          UTF-8 and the single-byte Latin-1 (ISO-8859-1) the
      *          older bank feeds still use, with a substitution
      *          character for anything Latin-1 cannot hold.
      *          Callers pass the text and its byte length; only the
      *          first l-utf8-len bytes are ever looked at.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. utf8-support.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       special-names.

       input-output section.

       data division.

       working-storage section.

       78  ws-max-text-len               value 32768.

       01  ws-charset-resolved-sw        pic a value 'N'.
           88  ws-charset-resolved       value 'Y'.

       01  ws-utf8-mode-sw               pic a value 'N'.
           88  ws-utf8-on                value 'Y'.
           88  ws-utf8-off               value 'N'.

       01  ws-env-charset                pic x(16) value spaces.

       01  ws-scan-pos                   pic 9(5) comp.
       01  ws-char-count                 pic 9(5) comp.
       01  ws-out-pos                    pic 9(5) comp.

       01  ws-seq-len                    pic 9 comp.
       01  ws-cont-idx                   pic 9 comp.
       01  ws-seq-valid-sw               pic a value 'Y'.
           88  ws-seq-valid              value 'Y'.
           88  ws-seq-invalid            value 'N'.

       01  ws-lead-byte                  pic 9(3) comp.
       01  ws-next-byte                  pic 9(3) comp.
       01  ws-min-second                 pic 9(3) comp.
       01  ws-max-second                 pic 9(3) comp.

       01  ws-code-point                 pic 9(7) comp.
       01  ws-mapped-point               pic 9(7) comp.

       01  ws-sub-char                   pic x value "?".

       linkage section.

       01  l-utf8-mode-rc                pic 9.
       01  l-utf8-text                   pic x(32768).
       01  l-utf8-len                    pic 9(5) comp.
       01  l-utf8-chars                  pic 9(5) comp.
       01  l-utf8-bad-pos                pic 9(5) comp.
       01  l-utf8-char-num               pic 9(5) comp.
       01  l-utf8-byte-pos               pic 9(5) comp.
       01  l-utf8-fit-len                pic 9(5) comp.
       01  l-utf8-case-type              pic x.
           88  l-utf8-to-upper           value "U".
           88  l-utf8-to-lower           value "L".
       01  l-utf8-sub-char               pic x.
       01  l-utf8-out                    pic x(32768).
       01  l-utf8-out-len                pic 9(5) comp.

       procedure division using l-utf8-mode-rc.

       main-procedure.

           call "logger-leveled" using concatenate(
               "UTF8-SUPPORT :: ERROR : should not be called "
               "directly. Use 'utf8-mode', 'utf8-length' or one of "
               "the other utf8 entry points instead.")
               "ERROR"
           end-call
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Returns 1 when the run is in UTF-8 mode, else 0.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-mode" using l-utf8-mode-rc.

           perform resolve-charset

           if ws-utf8-on then
               move 1 to l-utf8-mode-rc
           else
               move 0 to l-utf8-mode-rc
           end-if
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Character count of the text and the byte position of
      *          the first invalid sequence (0 when the text is clean).
      *          Each invalid byte counts as one character.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-length" using
           l-utf8-text l-utf8-len l-utf8-chars l-utf8-bad-pos.

           move 0 to ws-char-count
           move 0 to l-utf8-bad-pos
           move 1 to ws-scan-pos

           perform until ws-scan-pos > l-utf8-len
               perform measure-sequence
               if ws-seq-invalid and l-utf8-bad-pos = 0 then
                   move ws-scan-pos to l-utf8-bad-pos
               end-if
               add 1 to ws-char-count
               add ws-seq-len to ws-scan-pos
           end-perform

           move ws-char-count to l-utf8-chars
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Byte position where character number l-utf8-char-num
      *          starts. A character past the end gives the byte just
      *          after the text (l-utf8-len + 1).
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-char-offset" using
           l-utf8-text l-utf8-len l-utf8-char-num l-utf8-byte-pos.

           move 1 to ws-char-count
           move 1 to ws-scan-pos

           perform until ws-scan-pos > l-utf8-len
               or ws-char-count >= l-utf8-char-num
               perform measure-sequence
               add 1 to ws-char-count
               add ws-seq-len to ws-scan-pos
           end-perform

           move ws-scan-pos to l-utf8-byte-pos
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Trims a byte width down to a character boundary. On
      *          entry l-utf8-fit-len is the most bytes that may be
      *          taken; on return it is the byte count of the whole
      *          characters that fit, so a fixed-width field is never
      *          left holding half of a character.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-fit-bytes" using
           l-utf8-text l-utf8-len l-utf8-fit-len.

           move 1 to ws-scan-pos

           perform until ws-scan-pos > l-utf8-len
               perform measure-sequence
               if ws-scan-pos + ws-seq-len - 1 > l-utf8-fit-len then
                   exit perform
               end-if
               add ws-seq-len to ws-scan-pos
           end-perform

           compute l-utf8-fit-len = ws-scan-pos - 1
           end-compute
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Upper- or lower-cases the text in place. Covers
      *          ASCII, the Latin-1 supplement, Latin Extended-A and
      *          the basic Greek and Cyrillic alphabets -- every pair
      *          there keeps the same byte length, so the text never
      *          moves. Anything else is left as it is.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-case" using
           l-utf8-text l-utf8-len l-utf8-case-type.

           if l-utf8-len = 0 then
               goback
           end-if

           if l-utf8-to-upper then
               inspect l-utf8-text(1:l-utf8-len) converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           else
               inspect l-utf8-text(1:l-utf8-len) converting
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   to "abcdefghijklmnopqrstuvwxyz"
           end-if

           move 1 to ws-scan-pos
           perform until ws-scan-pos > l-utf8-len
               perform measure-sequence
               if ws-seq-valid and ws-seq-len = 2 then
                   perform map-code-point-case
                   if ws-mapped-point not = ws-code-point then
                       move ws-scan-pos to ws-out-pos
                       perform store-two-byte-point
                   end-if
               end-if
               add ws-seq-len to ws-scan-pos
           end-perform
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Replaces every invalid byte with "?" in place and
      *          returns where the first one was (0 when clean), so a
      *          line read from a file can be reported and still used.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-repair" using
           l-utf8-text l-utf8-len l-utf8-bad-pos.

           move 0 to l-utf8-bad-pos
           move 1 to ws-scan-pos

           perform until ws-scan-pos > l-utf8-len
               perform measure-sequence
               if ws-seq-invalid then
                   if l-utf8-bad-pos = 0 then
                       move ws-scan-pos to l-utf8-bad-pos
                   end-if
                   move "?" to l-utf8-text(ws-scan-pos:1)
               end-if
               add ws-seq-len to ws-scan-pos
           end-perform
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: UTF-8 to Latin-1. Code points up to U+00FF become
      *          their single Latin-1 byte; anything higher, and any
      *          invalid byte, becomes the substitution character
      *          (a space passed in means the default "?"). The first
      *          invalid byte position is returned for reporting.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "utf8-to-latin1" using
           l-utf8-text l-utf8-len l-utf8-sub-char
           l-utf8-out l-utf8-out-len l-utf8-bad-pos.

           if l-utf8-sub-char = space then
               move "?" to ws-sub-char
           else
               move l-utf8-sub-char to ws-sub-char
           end-if

           move 0 to l-utf8-bad-pos
           move 0 to l-utf8-out-len
           move 1 to ws-scan-pos

           perform until ws-scan-pos > l-utf8-len
               perform measure-sequence
               add 1 to l-utf8-out-len
               evaluate true
                   when ws-seq-invalid
                       if l-utf8-bad-pos = 0 then
                           move ws-scan-pos to l-utf8-bad-pos
                       end-if
                       move ws-sub-char
                           to l-utf8-out(l-utf8-out-len:1)
                   when ws-code-point > 255
                       move ws-sub-char
                           to l-utf8-out(l-utf8-out-len:1)
                   when other
                       move char(ws-code-point + 1)
                           to l-utf8-out(l-utf8-out-len:1)
               end-evaluate
               add ws-seq-len to ws-scan-pos
           end-perform
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Latin-1 to UTF-8. Every Latin-1 byte has a UTF-8
      *          form -- ASCII stays one byte, the upper half becomes
      *          two -- so nothing is substituted. Output stops short
      *          of a character that would not fit in the 32K result.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "latin1-to-utf8" using
           l-utf8-text l-utf8-len l-utf8-out l-utf8-out-len.

           move 0 to l-utf8-out-len

           perform varying ws-scan-pos from 1 by 1
               until ws-scan-pos > l-utf8-len

               compute ws-code-point =
                   ord(l-utf8-text(ws-scan-pos:1)) - 1
               end-compute

               if ws-code-point < 128 then
                   if l-utf8-out-len + 1 > ws-max-text-len then
                       exit perform
                   end-if
                   add 1 to l-utf8-out-len
                   move l-utf8-text(ws-scan-pos:1)
                       to l-utf8-out(l-utf8-out-len:1)
               else
                   if l-utf8-out-len + 2 > ws-max-text-len then
                       exit perform
                   end-if
                   move char(192 + integer(ws-code-point / 64) + 1)
                       to l-utf8-out(l-utf8-out-len + 1:1)
                   move char(128 + mod(ws-code-point, 64) + 1)
                       to l-utf8-out(l-utf8-out-len + 2:1)
                   add 2 to l-utf8-out-len
               end-if
           end-perform
           goback.


      *>   The run's character set, read once from the environment
      *>   the configuration file seeds.
       resolve-charset.

           if ws-charset-resolved then
               exit paragraph
           end-if

           accept ws-env-charset from environment "CBI_CHARSET"
           end-accept

           evaluate upper-case(trim(ws-env-charset))
               when "UTF-8"
               when "UTF8"
                   set ws-utf8-on to true
               when other
                   set ws-utf8-off to true
           end-evaluate

           set ws-charset-resolved to true
           exit paragraph.


      *>   Sizes up the sequence starting at ws-scan-pos and decodes
      *>   its code point. Only the shortest form of each value is
      *>   accepted; an invalid sequence is reported one byte at a
      *>   time so the scan resynchronises on the next byte.
       measure-sequence.

           set ws-seq-valid to true
           move 1 to ws-seq-len
           move 128 to ws-min-second
           move 191 to ws-max-second

           compute ws-lead-byte = ord(l-utf8-text(ws-scan-pos:1)) - 1
           end-compute

           evaluate true
               when ws-lead-byte < 128
                   move ws-lead-byte to ws-code-point
                   exit paragraph
               when ws-lead-byte >= 194 and ws-lead-byte <= 223
                   move 2 to ws-seq-len
                   compute ws-code-point = ws-lead-byte - 192
               when ws-lead-byte >= 224 and ws-lead-byte <= 239
                   move 3 to ws-seq-len
                   compute ws-code-point = ws-lead-byte - 224
      *>           E0 would allow overlong forms, ED the surrogates.
                   if ws-lead-byte = 224 then
                       move 160 to ws-min-second
                   end-if
                   if ws-lead-byte = 237 then
                       move 159 to ws-max-second
                   end-if
               when ws-lead-byte >= 240 and ws-lead-byte <= 244
                   move 4 to ws-seq-len
                   compute ws-code-point = ws-lead-byte - 240
      *>           F0 would allow overlong forms, F4 past U+10FFFF.
                   if ws-lead-byte = 240 then
                       move 144 to ws-min-second
                   end-if
                   if ws-lead-byte = 244 then
                       move 143 to ws-max-second
                   end-if
               when other
                   set ws-seq-invalid to true
                   move ws-lead-byte to ws-code-point
                   exit paragraph
           end-evaluate

           if ws-scan-pos + ws-seq-len - 1 > l-utf8-len then
               set ws-seq-invalid to true
               move 1 to ws-seq-len
               exit paragraph
           end-if

           perform varying ws-cont-idx from 1 by 1
               until ws-cont-idx >= ws-seq-len

               compute ws-next-byte =
                   ord(l-utf8-text(ws-scan-pos + ws-cont-idx:1)) - 1
               end-compute

               if ws-cont-idx = 1 then
                   if ws-next-byte < ws-min-second
                       or ws-next-byte > ws-max-second
                   then
                       set ws-seq-invalid to true
                   end-if
               else
                   if ws-next-byte < 128 or ws-next-byte > 191 then
                       set ws-seq-invalid to true
                   end-if
               end-if

               if ws-seq-invalid then
                   move 1 to ws-seq-len
                   exit perform
               end-if

               compute ws-code-point =
                   ws-code-point * 64 + ws-next-byte - 128
               end-compute
           end-perform

           exit paragraph.


      *>   Upper/lower partner of a two-byte code point, or the same
      *>   point when it has none.
       map-code-point-case.

           move ws-code-point to ws-mapped-point

           if l-utf8-to-upper then
               evaluate true
                   when ws-code-point >= 224 and ws-code-point <= 254
                       and ws-code-point not = 247
                       subtract 32 from ws-mapped-point
                   when ws-code-point = 255
                       move 376 to ws-mapped-point
                   when ws-code-point >= 257 and ws-code-point <= 311
                       and mod(ws-code-point, 2) = 1
                       subtract 1 from ws-mapped-point
                   when ws-code-point >= 314 and ws-code-point <= 328
                       and mod(ws-code-point, 2) = 0
                       subtract 1 from ws-mapped-point
                   when ws-code-point >= 331 and ws-code-point <= 375
                       and mod(ws-code-point, 2) = 1
                       subtract 1 from ws-mapped-point
                   when ws-code-point >= 378 and ws-code-point <= 382
                       and mod(ws-code-point, 2) = 0
                       subtract 1 from ws-mapped-point
                   when ws-code-point = 962
                       move 931 to ws-mapped-point
                   when ws-code-point >= 945 and ws-code-point <= 969
                       subtract 32 from ws-mapped-point
                   when ws-code-point >= 1072 and ws-code-point <= 1103
                       subtract 32 from ws-mapped-point
                   when ws-code-point >= 1104 and ws-code-point <= 1119
                       subtract 80 from ws-mapped-point
               end-evaluate
           else
               evaluate true
                   when ws-code-point >= 192 and ws-code-point <= 222
                       and ws-code-point not = 215
                       add 32 to ws-mapped-point
                   when ws-code-point = 376
                       move 255 to ws-mapped-point
                   when ws-code-point >= 256 and ws-code-point <= 310
                       and mod(ws-code-point, 2) = 0
                       add 1 to ws-mapped-point
                   when ws-code-point >= 313 and ws-code-point <= 327
                       and mod(ws-code-point, 2) = 1
                       add 1 to ws-mapped-point
                   when ws-code-point >= 330 and ws-code-point <= 374
                       and mod(ws-code-point, 2) = 0
                       add 1 to ws-mapped-point
                   when ws-code-point >= 377 and ws-code-point <= 381
                       and mod(ws-code-point, 2) = 1
                       add 1 to ws-mapped-point
                   when ws-code-point >= 913 and ws-code-point <= 937
                       and ws-code-point not = 930
                       add 32 to ws-mapped-point
                   when ws-code-point >= 1040 and ws-code-point <= 1071
                       add 32 to ws-mapped-point
                   when ws-code-point >= 1024 and ws-code-point <= 1039
                       add 80 to ws-mapped-point
               end-evaluate
           end-if

           exit paragraph.


      *>   Writes ws-mapped-point as a two-byte sequence at
      *>   ws-out-pos in the text.
       store-two-byte-point.

           move char(192 + integer(ws-mapped-point / 64) + 1)
               to l-utf8-text(ws-out-pos:1)
           move char(128 + mod(ws-mapped-point, 64) + 1)
               to l-utf8-text(ws-out-pos + 1:1)

           exit paragraph.

       end program utf8-support.
