       IDENTIFICATION DIVISION.
       PROGRAM-ID. sealhash IS INITIAL.
       AUTHOR. Andrew Notman.

      * Chained check value for the sealed trails (audit.dat
      * through audseal, note.dat through noteio, and the nightly
      * seal check that proves both). The previous entry's check
      * and this entry's text are worked through two separate
      * lanes, each a running remainder against its own large
      * prime, and the two lanes side by side as hex digits are
      * the new check. Because every check carries the one before
      * it, altering, removing or inserting an entry breaks the
      * chain from that point on.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * a character's code, read through a two-byte binary view
       01 ws-byte-pair.
           05 ws-byte-high pic X(1) value low-value.
           05 ws-byte      pic X(1).
       01 ws-byte-value redefines ws-byte-pair pic 9(4) comp.

       01 ws-hex-digits pic X(16) value "0123456789ABCDEF".

       01 ws-source pic X(144).
       01 src-idx pic 9(3).

       01 ws-lane-1 pic 9(18) comp.
       01 ws-lane-2 pic 9(18) comp.
       01 ws-prime-1 pic 9(10) comp value 4294967291.
       01 ws-prime-2 pic 9(10) comp value 4294967279.
       01 ws-work   pic 9(18) comp.
       01 ws-mix    pic 9(18) comp.

       01 ws-hex-value pic 9(18) comp.
       01 ws-hex-rem   pic 9(2).
       01 hex-idx      pic 9(2).
       01 ws-hex-lane  pic X(8).

       01 ws-check pic X(16).

       LINKAGE SECTION.
       01 ls-prev-check pic X(16).
       01 ls-text       pic X(128).
       01 ls-check      pic X(16).

       PROCEDURE DIVISION USING ls-prev-check,
                                ls-text,
                                ls-check.
       Main.
           move ls-prev-check to ws-source(1:16).
           move ls-text       to ws-source(17:128).

           move 2166136261 to ws-lane-1.
           move 3735928559 to ws-lane-2.

           perform varying src-idx from 1 by 1 until src-idx > 144
               move ws-source(src-idx:1) to ws-byte
               compute ws-work = ws-lane-1 * 1000003
                               + ws-byte-value + src-idx
               divide ws-work by ws-prime-1
                   giving ws-mix remainder ws-lane-1

               divide ws-lane-1 by 65521
                   giving ws-mix remainder ws-work
               compute ws-work = ws-lane-2 * 999983
                               + ws-byte-value + ws-work
               divide ws-work by ws-prime-2
                   giving ws-mix remainder ws-lane-2
           end-perform.

           move spaces to ws-check.
           move ws-lane-1 to ws-hex-value.
           perform LaneToHex.
           move ws-hex-lane to ws-check(1:8).
           move ws-lane-2 to ws-hex-value.
           perform LaneToHex.
           move ws-hex-lane to ws-check(9:8).

           move ws-check to ls-check.
           EXIT PROGRAM.

      * Eight hex digits, most significant first - both primes are
      * under 16 to the power 8, so every lane fits.
       LaneToHex.
           move "00000000" to ws-hex-lane.
           perform varying hex-idx from 8 by -1 until hex-idx < 1
               divide ws-hex-value by 16
                   giving ws-hex-value remainder ws-hex-rem
               move ws-hex-digits(ws-hex-rem + 1:1)
                   to ws-hex-lane(hex-idx:1)
           end-perform.
