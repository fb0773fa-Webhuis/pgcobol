       identification division.
       program-id. primesbmap.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fbitmap assign to "primes_bitmap.dat"
         organization indexed
         access mode dynamic
         record key is bmb-block-no
         file status is bitmap-status.

       data division.
       file section.
       fd fbitmap.
      *    block 0 is the header, every further block holds one bit
      *    per odd number: block k covers the odd numbers from
      *    (k - 1) * 8192 + 1 up to k * 8192 - 1
       01 bitmap-record.
        03 bmb-block-no          pic 9(12).
        03 bmb-bits              pic x(512).
       01 bitmap-header.
        03 filler                pic 9(12).
        03 bmh-tag               pic x(8).
        03 bmh-limit             pic 9(18).
        03 bmh-row-count         pic 9(18).
        03 bmh-checksum          pic 9(18).
        03 bmh-stamp             pic x(19).
        03 filler                pic x(431).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesbmap".
       01  bitmap-status        pic x(2)  value space.
       01  bm-open              pic x     value "N".
        88 bm-is-open            value "Y".
       01  bm-loaded            pic x     value "N".
        88 bm-block-loaded       value "Y".
       01  bm-exists            pic x     value "N".
        88 bm-block-exists       value "Y".
       01  bm-dirty             pic x     value "N".
        88 bm-block-dirty        value "Y".
       01  bm-block-no          pic 9(12) value zero.
       01  bm-open-serial       pic 9(9)  value zero.
       01  bm-bits              pic x(512) value low-values.

       01  bm-power-values      pic x(24)
                                value "001002004008016032064128".
       01  bm-power-table redefines bm-power-values.
        03 bm-power             pic 9(3) occurs 8 times.

       01  bm-candidate         pic 9(18) value zero.
       01  bm-bit-index         pic 9(18) value zero.
       01  bm-want-block        pic 9(12) value zero.
       01  bm-in-block          pic 9(4)  value zero.
       01  bm-byte-pos          pic 9(4)  value zero.
       01  bm-bit-pos           pic 9     value zero.
       01  bm-byte-val          pic 9(3)  value zero.
       01  bm-q                 pic 9(18) value zero.
       01  bm-r                 pic 9(18) value zero.
       01  bm-set-flag          pic x     value "N".
        88 bm-bit-is-set         value "Y".
       01  bm-sum               pic 9(19) value zero.
       01  bm-scan-done         pic x     value "N".
        88 bm-scan-is-done       value "Y".
       01  bm-date              pic x(8)  value space.
       01  bm-time              pic x(8)  value space.

       linkage section.

           copy primes-bmap.

       procedure division using primes-bmap.

           move 0 to bmap-result.

           evaluate true
             when bmap-open
               perform b10-open-bitmap
             when bmap-test
               perform b20-test-number
             when bmap-next
               perform b30-next-prime
             when bmap-prev
               perform b40-prev-prime
             when bmap-extend
               perform b50-extend-bitmap
             when bmap-rebuild
               perform b55-rebuild-bitmap
             when bmap-set
               perform b60-set-prime
             when bmap-finish
               perform b70-finish-bitmap
             when bmap-close
               perform b80-close-bitmap
             when bmap-state
               perform b85-bitmap-state
             when other
               move 1 to bmap-result
           end-evaluate.

           exit program.

       b10-open-bitmap.

           perform b80-close-bitmap.
           move "N" to bmap-present.
           move zero to bmap-limit bmap-row-count bmap-checksum.
           move spaces to bmap-stamp.

           open input fbitmap.
           if bitmap-status = "00"
             move "Y" to bm-open
             perform b97-next-serial
             perform b90-read-header
           end-if.

       b20-test-number.

           move "N" to bmap-bit bmap-covered.
           if bm-is-open and bmap-number <= bmap-limit
             move "Y" to bmap-covered
             move bmap-number to bm-candidate
             perform b92-test-candidate
             move bm-set-flag to bmap-bit
           end-if.

       b30-next-prime.

           move zero to bmap-found.
           if bm-is-open
             if bmap-number < 2
               if bmap-limit >= 2
                 move 2 to bmap-found
               end-if
             else
               compute bm-candidate = bmap-number + 1
               divide bm-candidate by 2 giving bm-q remainder bm-r
               if bm-r = zero
                 add 1 to bm-candidate
               end-if
               move "N" to bm-scan-done
               perform b31-scan-upward until bm-scan-is-done
             end-if
           end-if.

       b31-scan-upward.

           if bm-candidate > bmap-limit
             move "Y" to bm-scan-done
           else
             perform b92-test-candidate
             if bm-bit-is-set
               move bm-candidate to bmap-found
               move "Y" to bm-scan-done
             else
               add 2 to bm-candidate
             end-if
           end-if.

       b40-prev-prime.

           move zero to bmap-found.
           if bm-is-open and bmap-number > 2
             compute bm-candidate = bmap-number - 1
             divide bm-candidate by 2 giving bm-q remainder bm-r
             if bm-r = zero
               subtract 1 from bm-candidate
             end-if
             if bm-candidate > bmap-limit
               move bmap-limit to bm-candidate
             end-if
             move "N" to bm-scan-done
             perform b41-scan-downward until bm-scan-is-done
             if bmap-found = zero and bmap-limit >= 2
               move 2 to bmap-found
             end-if
           end-if.

       b41-scan-downward.

           if bm-candidate < 3
             move "Y" to bm-scan-done
           else
             perform b92-test-candidate
             if bm-bit-is-set
               move bm-candidate to bmap-found
               move "Y" to bm-scan-done
             else
               subtract 2 from bm-candidate
             end-if
           end-if.

       b50-extend-bitmap.

           perform b80-close-bitmap.
           move "N" to bmap-present.
           move zero to bmap-limit bmap-row-count bmap-checksum.

           open i-o fbitmap.
           if bitmap-status = "00"
             move "Y" to bm-open
             perform b97-next-serial
             perform b90-read-header
             if not bmap-is-present
               perform b80-close-bitmap
               perform b55-rebuild-bitmap
             end-if
           else
             perform b55-rebuild-bitmap
           end-if.

       b55-rebuild-bitmap.

           perform b80-close-bitmap.
           move zero to bmap-limit bmap-row-count bmap-checksum.
           move spaces to bmap-stamp.

           open output fbitmap.
           if bitmap-status = "00"
             perform b91-fill-header
             write bitmap-record
             close fbitmap
             open i-o fbitmap
           end-if.

           if bitmap-status = "00"
             move "Y" to bm-open
             move "Y" to bmap-present
             perform b97-next-serial
           else
             display "primesbmap: bitmap file open failed, status "
                     bitmap-status upon scherm
             move "N" to bmap-present
             move 1 to bmap-result
           end-if.

      *    primes must arrive in ascending order; anything at or
      *    below the current limit is already in the file
       b60-set-prime.

           if bm-is-open and bmap-number > bmap-limit
             move bmap-number to bmap-limit
             add 1 to bmap-row-count
             compute bm-sum = bmap-checksum + bmap-number
             if bm-sum >= 1000000000000000000
               subtract 1000000000000000000 from bm-sum
             end-if
             move bm-sum to bmap-checksum
             move bmap-number to bm-candidate
             divide bm-candidate by 2 giving bm-q remainder bm-r
             if bm-r = 1
               perform b93-locate-candidate
               perform b94-test-bit
               if not bm-bit-is-set
                 add bm-power(bm-bit-pos + 1) to bm-byte-val
                 move function char(bm-byte-val + 1)
                   to bm-bits(bm-byte-pos:1)
                 move "Y" to bm-dirty
               end-if
             end-if
           end-if.

       b70-finish-bitmap.

           if bm-is-open
             perform b95-flush-block
             accept bm-date from date yyyymmdd
             accept bm-time from time
             move spaces to bmap-stamp
             string bm-date(1:4) delimited by size
                    "-"          delimited by size
                    bm-date(5:2) delimited by size
                    "-"          delimited by size
                    bm-date(7:2) delimited by size
                    " "          delimited by size
                    bm-time(1:2) delimited by size
                    ":"          delimited by size
                    bm-time(3:2) delimited by size
                    ":"          delimited by size
                    bm-time(5:2) delimited by size
                    into bmap-stamp
             end-string
             perform b91-fill-header
             rewrite bitmap-record
               invalid key
                 display "primesbmap: header rewrite failed, status "
                         bitmap-status upon scherm
                 move 1 to bmap-result
             end-rewrite
             perform b80-close-bitmap
           end-if.

       b80-close-bitmap.

           if bm-is-open
             close fbitmap
           end-if.
           move "N" to bm-open bm-loaded bm-dirty.

      *    another caller may have closed or reopened the file since
      *    this caller opened it; its limit is then no longer to be
      *    trusted
       b85-bitmap-state.

           move "N" to bmap-present.
           if bm-is-open and bmap-open-serial = bm-open-serial
             move "Y" to bmap-present
           end-if.

       b90-read-header.

           move zero to bmb-block-no.
           read fbitmap
             invalid key continue
           end-read.
           if bitmap-status = "00" and bmh-tag = "PRIMEBMP"
             move "Y"           to bmap-present
             move bmh-limit     to bmap-limit
             move bmh-row-count to bmap-row-count
             move bmh-checksum  to bmap-checksum
             move bmh-stamp     to bmap-stamp
           end-if.

       b91-fill-header.

           move spaces        to bitmap-header.
           move zero          to bmb-block-no.
           move "PRIMEBMP"    to bmh-tag.
           move bmap-limit    to bmh-limit.
           move bmap-row-count to bmh-row-count.
           move bmap-checksum to bmh-checksum.
           move bmap-stamp    to bmh-stamp.

       b92-test-candidate.

           move "N" to bm-set-flag.
           if bm-candidate = 2
             move "Y" to bm-set-flag
           else
             divide bm-candidate by 2 giving bm-q remainder bm-r
             if bm-r = 1 and bm-candidate > 1
               perform b93-locate-candidate
               perform b94-test-bit
             end-if
           end-if.

       b93-locate-candidate.

           compute bm-bit-index = ( bm-candidate - 1 ) / 2.
           divide bm-bit-index by 4096
                  giving bm-q remainder bm-r.
           compute bm-want-block = bm-q + 1.
           move bm-r to bm-in-block.
           divide bm-in-block by 8 giving bm-q remainder bm-r.
           compute bm-byte-pos = bm-q + 1.
           move bm-r to bm-bit-pos.

           if not bm-block-loaded or bm-want-block not = bm-block-no
             perform b95-flush-block
             perform b96-load-block
           end-if.

       b94-test-bit.

           compute bm-byte-val =
                   function ord(bm-bits(bm-byte-pos:1)) - 1.
           divide bm-byte-val by bm-power(bm-bit-pos + 1)
                  giving bm-q.
           divide bm-q by 2 giving bm-q remainder bm-r.
           if bm-r = 1
             move "Y" to bm-set-flag
           else
             move "N" to bm-set-flag
           end-if.

       b95-flush-block.

           if bm-block-loaded and bm-block-dirty
             move bm-block-no to bmb-block-no
             move bm-bits     to bmb-bits
             if bm-block-exists
               rewrite bitmap-record
                 invalid key
                   display "primesbmap: block rewrite failed, status "
                           bitmap-status upon scherm
                   move 1 to bmap-result
               end-rewrite
             else
               write bitmap-record
                 invalid key
                   display "primesbmap: block write failed, status "
                           bitmap-status upon scherm
                   move 1 to bmap-result
               end-write
               move "Y" to bm-exists
             end-if
           end-if.
           move "N" to bm-dirty.

       b96-load-block.

           move bm-want-block to bm-block-no bmb-block-no.
           read fbitmap
             invalid key continue
           end-read.
           if bitmap-status = "00"
             move bmb-bits   to bm-bits
             move "Y"        to bm-exists
           else
             move low-values to bm-bits
             move "N"        to bm-exists
           end-if.
           move "Y" to bm-loaded.

       b97-next-serial.

           if bm-open-serial = 999999999
             move zero to bm-open-serial
           end-if.
           add 1 to bm-open-serial.
           move bm-open-serial to bmap-open-serial.
