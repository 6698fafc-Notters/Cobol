       IDENTIFICATION DIVISION.
       PROGRAM-ID. pwhash IS INITIAL.
       AUTHOR. Andrew Notman.

      * One-way password hash - turns an operator id and password
      * into the 16 hex digits operator.dat keeps instead of the
      * password itself. Nothing turns a hash back into a
      * password: signon hashes what was typed and compares the
      * two. The operator id is mixed in first, so two operators
      * who pick the same password still get different hashes, and
      * the whole id/password string is worked through two
      * separate lanes (each a running remainder against its own
      * large prime) five hundred and twelve times over, so trying
      * passwords against a copied file is slow work. Each lane
      * ends as eight hex digits; the two side by side are the
      * hash.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * printable characters in collating order - a character's
      * value is its place here plus 31, i.e. its ASCII code
       01 ws-printable-chars.
           05 filler pic X(32)
               value " !""#$%&'()*+,-./0123456789:;<=>?".
           05 filler pic X(32)
               value "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           05 filler pic X(31)
               value "`abcdefghijklmnopqrstuvwxyz{|}~".
       01 ws-printable-table redefines ws-printable-chars.
           05 ws-printable occurs 95 times pic X(1).
       01 chr-idx pic 9(3).

       01 ws-hex-digits pic X(16) value "0123456789ABCDEF".

       01 ws-source pic X(16).
       01 ws-char-values.
           05 ws-char-value occurs 16 times pic 9(3).
       01 src-idx pic 9(2).

       01 ws-lane-1 pic 9(18) comp.
       01 ws-lane-2 pic 9(18) comp.
       01 ws-prime-1 pic 9(10) comp value 4294967291.
       01 ws-prime-2 pic 9(10) comp value 4294967279.
       01 ws-work   pic 9(18) comp.
       01 ws-mix    pic 9(18) comp.
       01 ws-round  pic 9(3).

       01 ws-hex-value pic 9(18) comp.
       01 ws-hex-rem   pic 9(2).
       01 hex-idx      pic 9(2).
       01 ws-hex-lane  pic X(8).

       01 ws-hash pic X(16).

       LINKAGE SECTION.
       01 ls-oper-id  pic X(8).
       01 ls-password pic X(8).
       01 ls-hash     pic X(16).

       PROCEDURE DIVISION USING ls-oper-id,
                                ls-password,
                                ls-hash.
       Main.
           move spaces to ws-source.
           move ls-oper-id  to ws-source(1:8).
           move ls-password to ws-source(9:8).

           perform varying src-idx from 1 by 1 until src-idx > 16
               perform CharacterValue
           end-perform.

           move 2166136261 to ws-lane-1.
           move 3735928559 to ws-lane-2.

           perform varying ws-round from 1 by 1 until ws-round > 512
               perform StirRound
           end-perform.

           move spaces to ws-hash.
           move ws-lane-1 to ws-hex-value.
           perform LaneToHex.
           move ws-hex-lane to ws-hash(1:8).
           move ws-lane-2 to ws-hex-value.
           perform LaneToHex.
           move ws-hex-lane to ws-hash(9:8).

           move ws-hash to ls-hash.
           EXIT PROGRAM.

      * Anything outside the printable set counts as zero.
       CharacterValue.
           move zeroes to ws-char-value(src-idx).
           perform varying chr-idx from 1 by 1
               until chr-idx > 95
                  or ws-printable(chr-idx) = ws-source(src-idx:1)
               continue
           end-perform.
           if chr-idx not > 95
               compute ws-char-value(src-idx) = chr-idx + 31
           end-if.

      * One pass over the sixteen characters, each lane carrying
      * the other's state forward so neither can be worked alone.
       StirRound.
           perform varying src-idx from 1 by 1 until src-idx > 16
               compute ws-work = ws-lane-1 * 1000003
                               + ws-char-value(src-idx)
                               + ws-round
               divide ws-work by ws-prime-1
                   giving ws-mix remainder ws-lane-1

               divide ws-lane-1 by 65521
                   giving ws-mix remainder ws-work
               compute ws-work = ws-lane-2 * 999983
                               + ws-char-value(src-idx)
                               + ws-work
               divide ws-work by ws-prime-2
                   giving ws-mix remainder ws-lane-2
           end-perform.

           compute ws-work = ws-lane-1 + ws-lane-2.
           divide ws-work by ws-prime-1
               giving ws-mix remainder ws-lane-1.

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
