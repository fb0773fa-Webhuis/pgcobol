       identification division.
       program-id. primessign.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fsignkey assign to dynamic signkey-filename
         organization line sequential
         file status is signkey-status.

       data division.
       file section.
       fd fsignkey.
       01 signkey-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primessign".
       01  signkey-status       pic x(2)  value space.
       01  signkey-filename     pic x(80) value space.
       01  signkey-eof          pic x     value "N".
        88 signkey-at-end        value "Y".
       01  signkey-found        pic x     value "N".
        88 signkey-was-found     value "Y".

      *    key file, one party per line: <party> <secret>; the
      *    subscriber name signs its batches, INTERFACE the primary
      *    interface batch and FEED the warehouse feed
       01  sg-word-party        pic x(16) value space.
       01  sg-pointer           pic 9(3)  value zero.
       01  sg-party             pic x(16) value space.

      *    two keyed polynomial lanes modulo large primes; the key
      *    seeds both lanes and their multipliers and is folded in
      *    again at the close, records count without trailing spaces
       01  sg-p1                pic 9(12) value 999999999989.
       01  sg-p2                pic 9(12) value 999999999961.
       01  sg-work              pic 9(18) value zero.
       01  sg-char              pic 9(3)  value zero.
       01  sg-len               pic 9(3)  value zero.
       01  sg-pos               pic 9(3)  value zero.
       01  sg-absorb            pic x(132) value space.

       linkage section.

           copy primes-sign.

       procedure division using primes-sign.

           move 0 to sign-result.

           evaluate true
             when sign-open
               perform k10-open-signature
             when sign-line
               perform k20-sign-line
             when sign-close
               perform k30-close-signature
             when other
               move 1 to sign-result
           end-evaluate.

           exit program.

       k10-open-signature.

           move "N"    to sign-active.
           move spaces to sign-value sign-secret.
           move zero   to sign-lines sign-h1 sign-h2.

           perform k90-find-key.

           if not signkey-was-found or sign-secret = spaces
             move 1 to sign-result
           else
             move 131 to sign-m1
             move 137 to sign-m2
             perform k40-absorb-secret
             compute sign-m1 = 100003 + function mod(sign-h1, 800000)
             compute sign-m2 = 100019 + function mod(sign-h2, 800000)
             move "Y" to sign-active
           end-if.

       k20-sign-line.

           if sign-is-active
             move sign-text to sg-absorb
             move 132 to sg-len
             perform k41-trim-length
               until sg-len = zero or sg-absorb(sg-len:1) not = space
             perform k42-absorb-char
               varying sg-pos from 1 by 1 until sg-pos > sg-len
             move 1000 to sg-char
             perform k43-absorb-value
             add 1 to sign-lines
           else
             move 1 to sign-result
           end-if.

       k30-close-signature.

           if sign-is-active
             perform k40-absorb-secret
             move sign-h1 to sign-value(1:12)
             move sign-h2 to sign-value(13:12)
             move "N" to sign-active
           else
             move spaces to sign-value
             move 1 to sign-result
           end-if.

       k40-absorb-secret.

           move sign-secret to sg-absorb.
           move 64 to sg-len.
           perform k41-trim-length
             until sg-len = zero or sg-absorb(sg-len:1) not = space.
           perform k42-absorb-char
             varying sg-pos from 1 by 1 until sg-pos > sg-len.

       k41-trim-length.

           subtract 1 from sg-len.

       k42-absorb-char.

           compute sg-char = function ord(sg-absorb(sg-pos:1)).
           perform k43-absorb-value.

       k43-absorb-value.

           compute sg-work = sign-h1 * sign-m1 + sg-char.
           compute sign-h1 = function mod(sg-work, sg-p1).
           compute sg-work = sign-h2 * sign-m2 + sg-char.
           compute sign-h2 = function mod(sg-work, sg-p2).

       k90-find-key.

           move "N" to signkey-found signkey-eof.
           move function upper-case(sign-party) to sg-party.

           move sign-key-file to signkey-filename.
           if signkey-filename = spaces
             accept signkey-filename from environment "PRIMES_SIGN_KEYS"
           end-if.
           if signkey-filename = spaces
             move "primes_sign.key" to signkey-filename
           end-if.

           open input fsignkey.
           if signkey-status = "00"
             perform k91-key-line
               until signkey-at-end or signkey-was-found
             close fsignkey
           end-if.

       k91-key-line.

           read fsignkey
             at end move "Y" to signkey-eof
           end-read.

           if not signkey-at-end
             move spaces to sg-word-party
             move 1 to sg-pointer
             unstring signkey-buffer delimited by all space
               into sg-word-party
               with pointer sg-pointer
             end-unstring
             if sg-word-party not = spaces
               and sg-word-party(1:1) not = "*"
               and function upper-case(sg-word-party) = sg-party
               and sg-pointer <= 132
               move "Y" to signkey-found
               move function trim(signkey-buffer(sg-pointer:))
                 to sign-secret
             end-if
           end-if.
