       identification division.
       program-id. primesverify.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fverdata assign to dynamic verdata-filename
         organization line sequential
         file status is verdata-status.
         select fvermark assign to dynamic vermark-filename
         organization line sequential
         file status is vermark-status.
         select fverack assign to dynamic verack-filename
         organization line sequential
         file status is verack-status.

       data division.
       file section.
       fd fverdata.
       01 verdata-buffer pic x(132).
       fd fvermark.
       01 vermark-buffer pic x(132).
       fd fverack.
       01 verack-buffer pic x(64).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesverify".
       01  verdata-status       pic x(2)  value space.
       01  vermark-status       pic x(2)  value space.
       01  verack-status        pic x(2)  value space.
       01  verdata-eof          pic x     value "N".
        88 verdata-at-end        value "Y".

      *    subscribers run the check before loading a file:
      *      primesverify <datafile> [party] [keyfile]
      *    the signature is taken from the .ready mark of an interface
      *    batch or the .ctl file of the warehouse feed next to it;
      *    return code 0 verified, 4 not signed, 8 signature does not
      *    match, 12 file or key missing. a mismatching interface
      *    batch is answered with a BADSIG ack so it is sent again
       01  verify-args          pic x(240) value space.
       01  verdata-filename     pic x(80)  value space.
       01  vermark-filename     pic x(80)  value space.
       01  verack-filename      pic x(80)  value space.
       01  ver-base             pic x(80)  value space.
       01  ver-party            pic x(16)  value space.
       01  ver-key-file         pic x(80)  value space.
       01  ver-len              pic 9(3)   value zero.
       01  ver-lead             pic 9(3)   value zero.
       01  ver-mark-word        pic x(8)   value space.
       01  ver-mark-party       pic x(16)  value space.
       01  ver-mark-value       pic x(24)  value space.
       01  ver-batch            pic x(16)  value space.
       01  ver-rest             pic x(80)  value space.
       01  ver-records-ed       pic z(8)9.
       01  ver-exit-code        pic 9(2)   value zero.
        88 ver-is-verified       value 0.
        88 ver-is-unsigned       value 4.
        88 ver-is-bad            value 8.
        88 ver-is-missing        value 12.

           copy primes-sign.

       procedure division.

           accept verify-args from command-line.
           unstring verify-args delimited by all space
             into verdata-filename ver-party ver-key-file
           end-unstring.

           if verdata-filename = spaces
             display "usage: primesverify <datafile> [party] [keyfile]"
               upon scherm
             move 12 to return-code
             stop run.

           perform v10-find-mark.

           if ver-is-verified
             perform v20-compute-signature.

           if ver-is-verified
             if sign-value not = ver-mark-value
               move 8 to ver-exit-code
             end-if.

           perform v40-report-result.

           if ver-is-bad
             perform v30-write-bad-ack.

           move ver-exit-code to return-code.
           stop run.

      *    the mark sits next to the data file, .ready for an
      *    interface batch and .ctl for the warehouse feed
       v10-find-mark.

           move zero to ver-len.
           inspect function reverse(verdata-filename)
             tallying ver-len for leading space.
           compute ver-len = 80 - ver-len.
           move verdata-filename to ver-base.
           if ver-len > 4
             if function upper-case(verdata-filename(ver-len - 3:4))
                = ".DAT"
               move spaces to ver-base
               move verdata-filename(1:ver-len - 4) to ver-base
             end-if
           end-if.

           move spaces to vermark-filename.
           string function trim(ver-base) delimited by size
                  ".ready"                delimited by size
                  into vermark-filename
           end-string.
           open input fvermark.
           if vermark-status not = "00"
             move spaces to vermark-filename
             string function trim(ver-base) delimited by size
                    ".ctl"                  delimited by size
                    into vermark-filename
             end-string
             open input fvermark
           end-if.

           if vermark-status not = "00"
             display "primesverify no .ready or .ctl mark for "
                     function trim(verdata-filename) upon scherm
             move 12 to ver-exit-code
           else
             move spaces to vermark-buffer
             read fvermark
               at end move spaces to vermark-buffer
             end-read
             close fvermark
             perform v11-parse-mark
           end-if.

       v11-parse-mark.

           move zero to ver-lead.
           inspect vermark-buffer tallying ver-lead
             for characters before initial "SIGNED ".
           move spaces to ver-mark-word ver-mark-party ver-mark-value.
           if ver-lead < 132
             unstring vermark-buffer(ver-lead + 1:)
               delimited by all space
               into ver-mark-word ver-mark-party ver-mark-value
             end-unstring
           end-if.

           evaluate true
             when ver-mark-value = spaces
               move 4 to ver-exit-code
             when ver-party = spaces
               move ver-mark-party to ver-party
             when function upper-case(ver-party)
                  not = function upper-case(ver-mark-party)
               display "primesverify file signed for "
                       function trim(ver-mark-party)
                       ", not for " function trim(ver-party)
                 upon scherm
               move 8 to ver-exit-code
             when other
               continue
           end-evaluate.

       v20-compute-signature.

           move ver-party    to sign-party.
           move ver-key-file to sign-key-file.
           move 'open'       to sign-methods.
           call "primessign" using primes-sign.

           if not sign-method-ok
             display "primesverify no key for party "
                     function trim(ver-party) upon scherm
             move 12 to ver-exit-code
           else
             open input fverdata
             if verdata-status not = "00"
               display "primesverify cannot open "
                       function trim(verdata-filename) upon scherm
               move 12 to ver-exit-code
             else
               move "N" to verdata-eof
               perform v21-sign-record until verdata-at-end
               close fverdata
               move 'close' to sign-methods
               call "primessign" using primes-sign
             end-if
           end-if.

       v21-sign-record.

           read fverdata
             at end move "Y" to verdata-eof
           end-read.

           if not verdata-at-end
             move verdata-buffer to sign-text
             move 'line'         to sign-methods
             call "primessign" using primes-sign
           end-if.

      *    only interface batches are acknowledged; the ack names the
      *    batch number taken from the file name
       v30-write-bad-ack.

           move spaces to ver-rest ver-batch.
           unstring ver-base delimited by "primes_interface_"
             into ver-rest ver-batch
           end-unstring.

           if ver-batch not = spaces
             move spaces to verack-filename
             string function trim(ver-base) delimited by size
                    ".ack"                  delimited by size
                    into verack-filename
             end-string
             open output fverack
             if verack-status = "00"
               move spaces to verack-buffer
               string function trim(ver-batch) delimited by size
                      " BADSIG"                delimited by size
                      into verack-buffer
               end-string
               write verack-buffer
               close fverack
               display "primesverify wrote "
                       function trim(verack-filename) upon scherm
             else
               display "primesverify cannot write "
                       function trim(verack-filename) upon scherm
             end-if
           end-if.

       v40-report-result.

           move sign-lines to ver-records-ed.
           evaluate true
             when ver-is-verified
               display "primesverify "
                       function trim(verdata-filename)
                       " verified for " function trim(ver-party)
                       ", " function trim(ver-records-ed)
                       " record(s)." upon scherm
             when ver-is-unsigned
               display "primesverify "
                       function trim(verdata-filename)
                       " is not signed." upon scherm
             when ver-is-bad
               display "primesverify "
                       function trim(verdata-filename)
                       " does NOT match its signature, do not load."
                 upon scherm
             when other
               display "primesverify "
                       function trim(verdata-filename)
                       " could not be verified." upon scherm
           end-evaluate.
