         select freject assign to "primes_import.rej"
         organization line sequential
         file status is reject-status.
         select frace assign to "primes_race.csv"
         organization line sequential
         file status is race-status.
         select freportdef assign to "primes_report.def"
         organization line sequential
         file status is reportdef-status.
         select fuserrpt assign to dynamic urd-csv-filename
         organization line sequential
         file status is userrpt-status.
         select fcmpold assign to dynamic cmp-old-filename
         organization line sequential
         file status is cmpold-status.
         select fcmpnew assign to dynamic cmp-new-filename
         organization line sequential
         file status is cmpnew-status.
         select fdeadline assign to "primes_deadline.def"
         organization line sequential
         file status is deadline-status.
         select frunbook assign to "primes_runbook.dat"
         organization line sequential
         file status is runbook-status.
         select ftimeline assign to "primes_timeline.csv"
         organization line sequential
         file status is timeline-status.
         select floaddef assign to "primes_loadtest.def"
         organization line sequential
         file status is loaddef-status.
         select fincdef assign to "primes_incident.def"
         organization line sequential
         file status is incdef-status.
         select ftrigdef assign to "primes_trigger.def"
         organization line sequential
         file status is trigdef-status.
         select fdistdef assign to "primes_distrib.def"
         organization line sequential
         file status is distdef-status.
         select fdlvsrc assign to dynamic dlv-source-filename
         organization line sequential
         file status is dlvsrc-status.
         select fdlvout assign to dynamic dlv-target-filename
         organization line sequential
         file status is dlvout-status.
         select ftwbatch assign to dynamic tw-batch-filename
         organization line sequential
         file status is twbatch-status.
         select fenvdef assign to "primes_environments.def"
         organization line sequential
         file status is envdef-status.
         select fcfvfile assign to dynamic cfv-filename
         organization line sequential
         file status is cfvfile-status.

       data division.
       file section.
       fd ffeed.
       01 feed-buffer pic x(80).
       fd ffeedctl.
       01 feedctl-buffer pic x(112).
       fd fack.
       01 ack-buffer pic x(64).
       fd foffline.
       01 import-buffer pic x(64).
       fd freject.
       01 reject-buffer pic x(80).
       fd frace.
       01 race-buffer pic x(132).
       fd freportdef.
       01 reportdef-buffer pic x(132).
       fd fuserrpt.
       01 userrpt-buffer pic x(200).
       fd fcmpold.
       01 cmpold-buffer pic x(264).
       fd fcmpnew.
       01 cmpnew-buffer pic x(264).
       fd fdeadline.
       01 deadline-buffer pic x(80).
       fd frunbook.
       01 runbook-buffer pic x(132).
       fd ftimeline.
       01 timeline-buffer pic x(160).
       fd floaddef.
       01 loaddef-buffer pic x(80).
       fd fincdef.
       01 incdef-buffer pic x(80).
       fd ftrigdef.
       01 trigdef-buffer pic x(132).
       fd fdistdef.
       01 distdef-buffer pic x(132).
       fd fdlvsrc.
       01 dlvsrc-buffer pic x(264).
       fd fdlvout.
       01 dlvout-buffer pic x(264).
       fd ftwbatch.
       01 twbatch-buffer pic x(40).
       fd fenvdef.
       01 envdef-buffer pic x(132).
       fd fcfvfile.
       01 cfvfile-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesgen".
       01  bal-active          pic x     value "N".
        88 bal-is-active        value "Y".

       01  fact-budget-env     pic x(9)  value space.
       01  fact-budget-secs    pic 9(5)  value 10.
       01  fact-count          pic 9(2)  value zero.
       01  fact-table.
        03 fact-entry occurs 15 times indexed by fact-idx.
       01  vld-env             pic x(32) value space.
       01  vld-p4              pic x(32) value space.
       01  vld-p5              pic x(16) value space.
       01  vld-tl-from         pic x(12) value space.
       01  vld-tl-to           pic x(12) value space.
       01  vld-checked         pic 9(4)  value zero.
       01  vld-failed          pic 9(4)  value zero.
       01  vld-line-ok         pic x     value "Y".
       01  cons-quad-count     pic 9(9)  value zero.
       01  cons-type           pic x(12) value space.

       01  prq-done            pic x     value "N".
        88 prq-scan-done        value "Y".
       01  prq-listed          pic 9(18) value zero.

       01  bmp-done            pic x     value "N".
        88 bmp-fill-done        value "Y".
       01  bmp-refresh         pic x     value "N".
        88 bmp-refresh-ok       value "Y".
       01  bmp-goldbach        pic x     value "N".
        88 bmp-goldbach-on      value "Y".
       01  bmp-candidate       pic 9(18) value zero.
       01  bmp-half            pic 9(18) value zero.
       01  bmp-rest            pic 9(18) value zero.

       01  aps-flags.
        03 aps-flag            pic x     occurs 50000 times.
       01  aps-wlow            pic 9(18) value zero.
       01  aps-whigh           pic 9(18) value zero.
       01  aps-table-max       pic 9(18) value zero.
       01  aps-pos             pic 9(18) value zero.
       01  aps-slimit          pic 9(18) value zero.
       01  aps-span            pic s9(18) value zero.
       01  aps-start           pic 9(18) value zero.
       01  aps-term            pic 9(18) value zero.
       01  aps-number          pic 9(18) value zero.
       01  aps-d               pic 9(9)  value zero.
       01  aps-dinc            pic 9(9)  value zero.
       01  aps-dlast           pic 9(9)  value zero.
       01  aps-dmax            pic 9(9)  value 2310.
       01  aps-dstep           pic 9(9)  value 2.
       01  aps-len             pic 9(2)  value zero.
       01  aps-slot            pic 9(9)  value zero.
       01  aps-q               pic 9(18) value zero.
       01  aps-r               pic 9(18) value zero.
       01  aps-small-values    pic x(18)
                               value "020305071113171923".
       01  aps-small-table redefines aps-small-values.
        03 aps-small-prime     pic 9(2)  occurs 9 times.
       01  aps-small-idx       pic 9(2)  value zero.
       01  aps-prime           pic x     value "N".
        88 aps-is-prime         value "Y".
       01  aps-done            pic x     value "N".
        88 aps-search-done      value "Y".
       01  aps-fill            pic x     value "N".
        88 aps-fill-done        value "Y".
       01  aps-ext             pic x     value "N".
        88 aps-ext-done         value "Y".
       01  aps-diff-ed         pic z(10)9.
       01  aps-len-ed          pic z(5)9.
       01  aps-found-ed        pic z(9)9.

       01  race-status         pic x(2)  value space.
       01  rc-csv              pic x     value "N".
        88 rc-csv-on            value "Y".
       01  rc-class-count      pic 9(2)  value zero.
       01  rc-class-table.
        03 rc-class occurs 16 times indexed by rc-idx.
         05 rc-residue         pic 9(2).
         05 rc-band-count      pic 9(9).
         05 rc-cum             pic 9(18).
       01  rc-slot-table.
        03 rc-slot-of          pic 9(2)  occurs 60 times.
       01  rc-residue-work     pic 9(2)  value zero.
       01  rc-gcd-a            pic 9(3)  value zero.
       01  rc-gcd-b            pic 9(3)  value zero.
       01  rc-gcd-r            pic 9(3)  value zero.
       01  rc-slot             pic 9(2)  value zero.
       01  rc-old-slot         pic 9(2)  value zero.
       01  rc-label-slot       pic 9(2)  value zero.
       01  rc-leader           pic 9(2)  value zero.
       01  rc-band-no          pic 9(12) value zero.
       01  rc-band-total       pic 9(9)  value zero.
       01  rc-band-changes     pic 9(9)  value zero.
       01  rc-total-changes    pic 9(9)  value zero.
       01  rc-show-changes     pic 9(4)  value 20.
       01  rc-behind           pic 9(18) value zero.
       01  rc-q                pic 9(18) value zero.
       01  rc-r                pic 9(18) value zero.
       01  rc-scan             pic x     value "N".
        88 rc-scan-done         value "Y".
       01  rc-mod-ed           pic z9.
       01  rc-res-ed           pic z9.
       01  rc-class-label      pic x(12) value space.
       01  rc-new-label        pic x(12) value space.
       01  rc-behind-text      pic x(18) value space.

       01  gfq-total           pic 9(18) value zero.
       01  gfq-share           pic 9(3)v99 value zero.
       01  gfq-share-ed        pic zz9.99.
       01  gfq-avg-ed          pic zzzz9.99.
       01  gfq-exp-ed          pic zzzz9.99.
       01  gfq-champ-ed        pic z(9)9.

       01  rnd-spec            pic x     value "N".
        88 rnd-spec-ok          value "Y".
       01  rnd-done            pic x     value "N".
        88 rnd-draws-done       value "Y".
       01  rnd-kind            pic x     value space.
       01  rnd-size-text       pic x(15) value space.
       01  rnd-size            pic 9(12) value zero.
       01  rnd-issued          pic 9(9)  value zero.
       01  rnd-skipped         pic 9(9)  value zero.
       01  rnd-max-draws       pic 9(9)  value zero.
       01  rnd-date            pic 9(8)  value zero.
       01  rnd-time            pic 9(8)  value zero.

       01  prv-done            pic x     value "N".
        88 prv-rows-done        value "Y".
       01  prv-total           pic 9(18) value zero.
       01  prv-count-ed        pic z(8)9.
       01  prv-runs-ed         pic z(5)9.

      *    user-defined reports from primes_report.def, one keyword
      *    per line: "<name> <keyword> <values>". keywords: TITLE
      *    text, IDENT lo hi, PRIME lo hi, BAND lo [hi], TWIN Y|N,
      *    CLASS PAL|MER|SG, SORT field [ASC|DESC], COLUMN field
      *    [heading], BREAK field (two at most), TOTAL GAP|DIGITS,
      *    OUTPUT PRINT|CSV, LIMIT rows. fields: IDENT PRIME TWIN
      *    BAND GAP DIGITS LASTDIGIT PAL MER SG ORIGIN
       01  reportdef-status    pic x(2)  value space.
       01  userrpt-status      pic x(2)  value space.
       01  urd-csv-filename    pic x(40) value space.
       01  urd-eof             pic x     value "N".
        88 urd-at-end           value "Y".
       01  urd-found           pic x     value "N".
        88 urd-def-found        value "Y".
       01  urd-done            pic x     value "N".
        88 urd-rows-done        value "Y".
       01  urd-first           pic x     value "Y".
        88 urd-first-row        value "Y".
       01  urd-line-ok         pic x     value "Y".
        88 urd-line-is-ok       value "Y".
       01  urd-reason          pic x(50) value space.
       01  urd-errors          pic 9(4)  value zero.
       01  urd-ptr             pic 9(3)  value 1.
       01  urd-line-name       pic x(16) value space.
       01  urd-keyword         pic x(12) value space.
       01  urd-rest            pic x(120) value space.
       01  urd-v1              pic x(40) value space.
       01  urd-v2              pic x(40) value space.
       01  urd-heading-text    pic x(40) value space.
       01  urd-field           pic x(10) value space.
       01  urd-field-kind      pic x     value space.
        88 urd-field-column     value "C" "S" "G" "D" "B" "W".
        88 urd-field-break      value "D" "B" "W".
        88 urd-field-total      value "G" "D".
        88 urd-field-sort       value "S" "G" "D" "B".
       01  urd-title           pic x(100) value space.
       01  urd-output          pic x     value "P".
        88 urd-output-csv       value "C".
       01  urd-col-count       pic 9(2)  value zero.
       01  urd-columns.
        03 urd-col occurs 10 times.
         05 urd-col-field      pic x(10).
         05 urd-col-head       pic x(20).
         05 urd-col-width      pic 9(2).
         05 urd-col-align      pic x.
       01  urd-break-count     pic 9     value zero.
       01  urd-break-field     pic x(10) occurs 2 times.
       01  urd-total-count     pic 9     value zero.
       01  urd-total-field     pic x(10) occurs 2 times.
       01  urd-acc-table.
        03 urd-acc occurs 3 times.
         05 urd-acc-count      pic 9(18).
         05 urd-acc-sum        pic 9(18) occurs 2 times.
         05 urd-acc-max        pic 9(18) occurs 2 times.
       01  urd-cur-key         pic 9(18) occurs 2 times.
       01  urd-prev-key        pic 9(18) occurs 2 times.
       01  urd-level           pic 9     value zero.
       01  urd-idx             pic 9(2)  value zero.
       01  urd-tot             pic 9     value zero.
       01  urd-value           pic 9(18) value zero.
       01  urd-num-ed          pic z(17)9.
       01  urd-cell            pic x(40) value space.
       01  urd-cell-len        pic 9(3)  value zero.
       01  urd-pos             pic 9(3)  value zero.
       01  urd-line            pic x(200) value space.
       01  urd-line-width      pic 9(3)  value zero.
       01  urd-rows            pic 9(18) value zero.
      *    validator view: columns, breaks and totals per definition
       01  urv-count           pic 9(2)  value zero.
       01  urv-table.
        03 urv-entry occurs 50 times.
         05 urv-name           pic x(16).
         05 urv-cols           pic 9(3).
         05 urv-breaks         pic 9(3).
         05 urv-totals         pic 9(3).
       01  urv-idx             pic 9(2)  value zero.

      *    reportdiff: both catalogued files are read through a
      *    window of lines; page headings with the line below them,
      *    page footings and blank lines are skipped and date/time
      *    stamps are masked before lines are compared. the same
      *    filter drops page furniture when a report goes out as CSV
       01  cmpold-status       pic x(2)  value space.
       01  cmpnew-status       pic x(2)  value space.
       01  cmp-old-filename    pic x(40) value space.
       01  cmp-new-filename    pic x(40) value space.
       01  cmp-old-mode        pic x(16) value space.
       01  cmp-new-mode        pic x(16) value space.
       01  cmp-old-eof         pic x     value "N".
        88 cmp-old-at-end       value "Y".
       01  cmp-new-eof         pic x     value "N".
        88 cmp-new-at-end       value "Y".
       01  cmp-old-after       pic x     value "N".
       01  cmp-new-after       pic x     value "N".
       01  cmp-after-head      pic x     value "N".
        88 cmp-follows-heading  value "Y".
       01  cmp-keep            pic x     value "N".
        88 cmp-line-kept        value "Y".
       01  cmp-found           pic x     value "N".
        88 cmp-resync-found     value "Y".
       01  cmp-window          pic 9(3)  value 100.
       01  cmp-old-count       pic 9(3)  value zero.
       01  cmp-new-count       pic 9(3)  value zero.
       01  cmp-old-table.
        03 cmp-old-entry occurs 100 times.
         05 cmp-old-no         pic 9(9).
         05 cmp-old-text       pic x(132).
       01  cmp-new-table.
        03 cmp-new-entry occurs 100 times.
         05 cmp-new-no         pic 9(9).
         05 cmp-new-text       pic x(132).
       01  cmp-old-lineno      pic 9(9)  value zero.
       01  cmp-new-lineno      pic 9(9)  value zero.
       01  cmp-work-line       pic x(150) value space.
       01  cmp-pos             pic 9(3)  value zero.
       01  cmp-i               pic 9(3)  value zero.
       01  cmp-j               pic 9(3)  value zero.
       01  cmp-k               pic 9(3)  value zero.
       01  cmp-sum             pic 9(3)  value zero.
       01  cmp-max-sum         pic 9(3)  value zero.
       01  cmp-best-i          pic 9(3)  value zero.
       01  cmp-best-j          pic 9(3)  value zero.
       01  cmp-pairs           pic 9(3)  value zero.
       01  cmp-added           pic 9(9)  value zero.
       01  cmp-removed         pic 9(9)  value zero.
       01  cmp-changed         pic 9(9)  value zero.
       01  cmp-same            pic 9(9)  value zero.
       01  cmp-listed          pic 9(9)  value zero.
       01  cmp-list-limit      pic 9(9)  value 1000.
       01  cmp-tag             pic x     value space.
       01  cmp-emit-no         pic 9(9)  value zero.
       01  cmp-emit-text       pic x(132) value space.
       01  cmp-no-ed           pic z(8)9.
       01  cmp-id-ed           pic z(8)9.
       01  cmp-count-ed        pic z(8)9.
       01  cmp-count-ed2       pic z(8)9.

      *    report distribution from primes_distrib.def, one recipient
      *    per line: "<mode> <recipient> <target> [PRINT|CSV]
      *    [copies]". a target starting with @ names a print queue,
      *    spooled to primes_pq_<queue>.spl; any other target is a
      *    delivery directory
       01  distdef-status      pic x(2)  value space.
       01  dlvsrc-status       pic x(2)  value space.
       01  dlvout-status       pic x(2)  value space.
       01  dlv-source-filename pic x(40) value space.
       01  dlv-target-filename pic x(80) value space.
       01  dlv-eof             pic x     value "N".
        88 dlv-at-end           value "Y".
       01  dlv-src-eof         pic x     value "N".
        88 dlv-src-at-end       value "Y".
       01  dlv-done            pic x     value "N".
        88 dlv-rows-done        value "Y".
       01  dlv-w-mode          pic x(16) value space.
       01  dlv-w-recipient     pic x(16) value space.
       01  dlv-w-target        pic x(40) value space.
       01  dlv-w-format        pic x(8)  value space.
       01  dlv-w-copies        pic x(4)  value space.
       01  dlv-want-recipient  pic x(16) value space.
       01  dlv-recipient       pic x(16) value space.
       01  dlv-target          pic x(40) value space.
       01  dlv-format          pic x     value "P".
        88 dlv-format-csv       value "C".
       01  dlv-copies          pic 9(2)  value 1.
       01  dlv-copies-n        pic 9(9)  value zero.
       01  dlv-copy            pic 9(2)  value zero.
       01  dlv-copy-ed         pic z9.
       01  dlv-copies-ed       pic z9.
       01  dlv-line-ok         pic x     value "Y".
        88 dlv-line-is-ok       value "Y".
       01  dlv-ok              pic x     value "Y".
        88 dlv-copy-ok          value "Y".
       01  dlv-source-csv      pic x     value "N".
        88 dlv-source-is-csv    value "Y".
       01  dlv-reason          pic x(60) value space.
       01  dlv-stem            pic x(40) value space.
       01  dlv-ext             pic x(8)  value space.
       01  dlv-out-ext         pic x(9)  value space.
       01  dlv-suffix          pic x(4)  value space.
       01  dlv-dot             pic 9(3)  value zero.
       01  dlv-slash           pic 9(3)  value zero.
       01  dlv-stem-len        pic 9(3)  value zero.
       01  dlv-matched         pic 9(4)  value zero.
       01  dlv-sent            pic 9(4)  value zero.
       01  dlv-failed          pic 9(4)  value zero.
       01  dlv-resend-of       pic 9(9)  value zero.
       01  dlv-csv-line        pic x(264) value space.
       01  dlv-out-ptr         pic 9(3)  value zero.
       01  dlv-fields          pic 9(3)  value zero.
       01  dlv-pos             pic 9(3)  value zero.
       01  dlv-start           pic 9(3)  value zero.
       01  dlv-field           pic x(132) value space.
       01  dlv-field-len       pic 9(3)  value zero.
       01  dlv-tally           pic 9(3)  value zero.
       01  dlv-prev-recipient  pic x(16) value space.
       01  dlv-rows            pic 9(9)  value zero.
       01  dlv-rcp-ok          pic 9(9)  value zero.
       01  dlv-rcp-failed      pic 9(9)  value zero.
       01  dlv-tot-ok          pic 9(9)  value zero.
       01  dlv-tot-failed      pic 9(9)  value zero.
       01  dlv-detail.
        03 filler              pic x(2)  value space.
        03 dld-at              pic x(19).
        03 filler              pic x(1)  value space.
        03 dld-cat-id          pic z(8)9.
        03 filler              pic x(1)  value space.
        03 dld-filename        pic x(30).
        03 filler              pic x(1)  value space.
        03 dld-target          pic x(28).
        03 filler              pic x(1)  value space.
        03 dld-format          pic x(5).
        03 filler              pic x(1)  value space.
        03 dld-copies          pic z9.
        03 filler              pic x(1)  value space.
        03 dld-status          pic x(9).
        03 filler              pic x(22) value space.

      *    threeway: the primes table, primes_offline.dat and the
      *    primary interface batches are compared on rows, highest
      *    ident and the sum of the primes modulo 10**18. the table
      *    and the offline file are merged in prime order; runs of
      *    consecutive idents that differ are listed as one range
       01  twbatch-status      pic x(2)  value space.
       01  tw-batch-filename   pic x(40) value space.
       01  tw-batch-ed         pic 9(6)  value zero.
       01  tw-tab-eof          pic x     value "N".
        88 tw-tab-at-end        value "Y".
       01  tw-off-eof          pic x     value "N".
        88 tw-off-at-end        value "Y".
       01  tw-off-present      pic x     value "N".
        88 tw-off-is-present    value "Y".
       01  tw-file-eof         pic x     value "N".
        88 tw-file-at-end       value "Y".
       01  tw-done             pic x     value "N".
        88 tw-rows-done         value "Y".
       01  tw-read-failed      pic x     value "N".
        88 tw-read-has-failed   value "Y".
       01  tw-tab-rows         pic 9(18) value zero.
       01  tw-tab-max          pic 9(18) value zero.
       01  tw-tab-sum          pic 9(18) value zero.
       01  tw-off-rows         pic 9(18) value zero.
       01  tw-off-max          pic 9(18) value zero.
       01  tw-off-sum          pic 9(18) value zero.
       01  tw-bat-rows         pic 9(18) value zero.
       01  tw-bat-max          pic 9(18) value zero.
       01  tw-bat-sum          pic 9(18) value zero.
       01  tw-file-rows        pic 9(18) value zero.
       01  tw-file-sum         pic 9(18) value zero.
       01  tw-file-prime       pic 9(18) value zero.
       01  tw-sum-work         pic 9(19) value zero.
       01  tw-cover-high       pic 9(18) value zero.
       01  tw-over-last        pic 9(18) value zero.
       01  tw-batches          pic 9(9)  value zero.
       01  tw-files-missing    pic 9(9)  value zero.
       01  tw-ranges           pic 9(9)  value zero.
       01  tw-range-limit      pic 9(9)  value 200.
       01  tw-off-breaks       pic 9(9)  value zero.
       01  tw-bat-breaks       pic 9(9)  value zero.
       01  tw-off-result       pic x(8)  value space.
       01  tw-bat-result       pic x(8)  value space.
       01  tw-new-kind         pic x(8)  value space.
       01  tw-new-ident        pic 9(18) value zero.
       01  tw-rng-open         pic x     value "N".
        88 tw-rng-is-open       value "Y".
       01  tw-rng-kind         pic x(8)  value space.
       01  tw-rng-first        pic 9(18) value zero.
       01  tw-rng-last         pic 9(18) value zero.
       01  tw-rng-count        pic 9(18) value zero.
       01  tw-rng-note         pic x(40) value space.
       01  tw-note-ed          pic z(17)9.
       01  tw-sum-ed           pic z(17)9.
       01  tw-total-head.
        03 filler              pic x(18) value "Copy".
        03 filler              pic x(18) value "              Rows".
        03 filler              pic x(2)  value space.
        03 filler              pic x(18) value "     Highest ident".
        03 filler              pic x(2)  value space.
        03 filler              pic x(18) value "          Checksum".
        03 filler              pic x(2)  value space.
        03 filler              pic x(6)  value "Result".
       01  tw-total-line.
        03 twl-copy            pic x(18).
        03 twl-rows            pic z(17)9.
        03 filler              pic x(2)  value space.
        03 twl-max             pic z(17)9.
        03 filler              pic x(2)  value space.
        03 twl-sum             pic x(18).
        03 filler              pic x(2)  value space.
        03 twl-result          pic x(8).
       01  tw-range-line.
        03 filler              pic x(2)  value space.
        03 twd-kind            pic x(8).
        03 filler              pic x(8)  value " idents ".
        03 twd-first           pic z(17)9.
        03 filler              pic x(3)  value " - ".
        03 twd-last            pic z(17)9.
        03 filler              pic x(7)  value "  rows ".
        03 twd-count           pic z(17)9.
        03 filler              pic x(2)  value space.
        03 twd-note            pic x(40).

      *    inventory: primes_environments.def holds one environment per
      *    line, "<schema> [label] [datasource]"; the environment
      *    labelled PROD is the one the others are measured against
       01  envdef-status       pic x(2)  value space.
       01  envdef-eof          pic x     value "N".
        88 envdef-at-end        value "Y".
       01  inv-w-schema        pic x(32) value space.
       01  inv-w-label         pic x(8)  value space.
       01  inv-w-datasrc       pic x(48) value space.
       01  inv-count           pic 9(3)  value zero.
       01  inv-limit           pic 9(3)  value 50.
       01  inv-idx             pic 9(3)  value zero.
       01  inv-prod-idx        pic 9(3)  value zero.
       01  inv-reachable       pic 9(3)  value zero.
       01  inv-behind          pic 9(3)  value zero.
       01  inv-unreachable     pic 9(3)  value zero.
       01  inv-prod-rows       pic 9(18) value zero.
       01  inv-prod-max        pic 9(18) value zero.
       01  inv-prod-version    pic 9(4)  value zero.
       01  inv-prod-vknown     pic x     value "N".
        88 inv-prod-version-known value "Y".
       01  inv-prod-reached    pic x     value "N".
        88 inv-prod-was-reached value "Y".
       01  inv-table.
        03 inv-entry occurs 50 times.
         05 ive-label          pic x(8).
         05 ive-probe          pic x(225).
       01  inv-head.
        03 filler              pic x(13) value "Schema".
        03 filler              pic x(7)  value "Label".
        03 filler              pic x(13) value "        Rows".
        03 filler              pic x(19) value "         Max prime".
        03 filler              pic x(30) value "Last run".
        03 filler              pic x(7)  value "Result".
        03 filler              pic x(5)  value "Lock".
        03 filler              pic x(6)  value "Alert".
        03 filler              pic x(6)  value "Queue".
        03 filler              pic x(8)  value "Period".
        03 filler              pic x(5)  value "Vers".
        03 filler              pic x(4)  value "Flag".
       01  inv-detail.
        03 ivd-schema          pic x(12).
        03 filler              pic x(1)  value space.
        03 ivd-label           pic x(6).
        03 filler              pic x(1)  value space.
        03 ivd-rows            pic z(11)9.
        03 filler              pic x(1)  value space.
        03 ivd-max             pic z(17)9.
        03 filler              pic x(1)  value space.
        03 ivd-run-mode        pic x(12).
        03 filler              pic x(1)  value space.
        03 ivd-run-start       pic x(16).
        03 filler              pic x(1)  value space.
        03 ivd-result          pic x(6).
        03 filler              pic x(1)  value space.
        03 ivd-lock            pic x(4).
        03 filler              pic x(1)  value space.
        03 ivd-alerts          pic x(5).
        03 filler              pic x(1)  value space.
        03 ivd-queue           pic x(5).
        03 filler              pic x(1)  value space.
        03 ivd-period          pic x(7).
        03 filler              pic x(1)  value space.
        03 ivd-version         pic x(4).
        03 filler              pic x(1)  value space.
        03 ivd-flag            pic x(12).
       01  inv-count-ed        pic zzzz9.
       01  inv-count-ed2       pic zzzz9.
       01  inv-count-ed3       pic zzzz9.
       01  inv-count-ed4       pic zzzz9.
       01  inv-version-ed      pic zzz9.

      *    upgrade: outstanding schema changes, applied or listed
       01  upg-done            pic x     value "N".
        88 upg-is-done          value "Y".
       01  upg-applied         pic 9(4)  value zero.
       01  upg-no-ed           pic 9(4)  value zero.

      *    housekeeping: space and index usage of the primes tables,
      *    tables over the dead-row threshold and unused indexes are
      *    kept for the sections after the listing
       01  hk-threshold        pic 9(3)v9 value zero.
       01  hk-window           pic x(16) value space.
       01  hk-now              pic 9(4)  value zero.
       01  hk-from             pic 9(4)  value zero.
       01  hk-until            pic 9(4)  value zero.
       01  hk-in-window        pic x     value "N".
        88 hk-window-open       value "Y".
       01  hk-done             pic x     value "N".
        88 hk-is-done           value "Y".
       01  hk-tables           pic 9(4)  value zero.
       01  hk-indexes          pic 9(4)  value zero.
       01  hk-maintained       pic 9(4)  value zero.
       01  hk-failed           pic 9(4)  value zero.
       01  hk-total-bytes      pic 9(15) value zero.
       01  hk-limit            pic 9(4)  value 100.
       01  hk-idx              pic 9(4)  value zero.
       01  hk-over             pic 9(4)  value zero.
       01  hk-over-table.
        03 hk-over-entry occurs 100 times.
         05 hko-object         pic x(48).
         05 hko-dead           pic 9(3)v9.
       01  hk-unused           pic 9(4)  value zero.
       01  hk-unused-table.
        03 hk-unused-entry occurs 100 times.
         05 hku-object         pic x(48).
         05 hku-parent         pic x(48).
         05 hku-kbytes         pic 9(12).
       01  hk-table-head.
        03 filler              pic x(40) value 'Table'.
        03 filler              pic x(13) value '           KB'.
        03 filler              pic x(19)
                               value '       rows (est.)'.
        03 filler              pic x(7)  value ' dead %'.
        03 filler              pic x(1)  value space.
        03 filler              pic x(16) value 'last maintenance'.
       01  hk-index-head.
        03 filler              pic x(40) value 'Index'.
        03 filler              pic x(13) value '           KB'.
        03 filler              pic x(19)
                               value '      entries (est)'.
        03 filler              pic x(7)  value space.
        03 filler              pic x(1)  value space.
        03 filler              pic x(32) value 'table'.
        03 filler              pic x(10) value '     scans'.
       01  hk-detail.
        03 hkd-object          pic x(40).
        03 hkd-kbytes          pic z(12)9.
        03 hkd-rows            pic z(18)9.
        03 hkd-dead            pic bbzz9.9.
        03 filler              pic x(1)  value space.
        03 hkd-maint           pic x(32).
        03 hkd-scans           pic z(9)9.
        03 filler              pic x(1)  value space.
        03 hkd-flag            pic x(8).
       01  hk-pct-ed           pic zz9.9.
       01  hk-kb-ed            pic z(11)9.
       01  hk-count-ed         pic zzz9.
       01  hk-count-ed2        pic zzz9.
       01  hk-count-ed3        pic zzz9.
       01  hk-count-ed4        pic zzz9.

      *    control files whose versions are kept in the database
       01  cfv-file-values.
        03 filler              pic x(24) value "primes_profiles.dat".
        03 filler              pic x(24) value "primes_stream.def".
        03 filler              pic x(24) value "primes_sla.def".
        03 filler              pic x(24) value "primes_schedule.dat".
        03 filler              pic x(24) value "primes_operators.dat".
        03 filler              pic x(24) value "primes_calendar.dat".
        03 filler              pic x(24) value "primes_messages.dat".
        03 filler              pic x(24) value "primes_trigger.def".
        03 filler              pic x(24) value "primes_deadline.def".
        03 filler              pic x(24) value "primes_incident.def".
        03 filler              pic x(24) value "primes_runbook.dat".
        03 filler              pic x(24) value "primes_loadtest.def".
       01  cfv-file-table redefines cfv-file-values.
        03 cfv-file-name       pic x(24) occurs 12 times.
       01  cfv-file-count      pic 9(2)  value 12.
       01  cfv-idx             pic 9(2)  value zero.
       01  cfv-filename        pic x(40) value space.
       01  cfvfile-status      pic x(2)  value space.
       01  cfv-eof             pic x     value "N".
        88 cfv-at-end           value "Y".
       01  cfv-changed         pic 9(2)  value zero.
       01  cfv-file-info.
        03 cfv-size            pic 9(18) comp.
        03 cfv-day             pic x.
        03 cfv-month           pic x.
        03 cfv-year            pic 9(4)  comp.
        03 cfv-hour            pic x.
        03 cfv-minute          pic x.
        03 cfv-second          pic x.
        03 cfv-hundredth       pic x.
       01  cfv-size-ed         pic 9(18) value zero.
       01  cfv-year-ed         pic 9(4)  value zero.
       01  cfv-month-ed        pic 9(2)  value zero.
       01  cfv-day-ed          pic 9(2)  value zero.
       01  cfv-hour-ed         pic 9(2)  value zero.
       01  cfv-min-ed          pic 9(2)  value zero.
       01  cfv-sec-ed          pic 9(2)  value zero.
       01  cfv-version-ed      pic zzzzz9.
       01  cfv-version-ed2     pic zzzzz9.

      *    drift: versions and changed lines between two dates
       01  drift-done          pic x     value "N".
        88 drift-is-done        value "Y".
       01  drift-files         pic 9(4)  value zero.
       01  drift-versions      pic 9(6)  value zero.
       01  drift-unapproved    pic 9(6)  value zero.
       01  drift-line-ed       pic zzzzz9.
       01  drift-count-ed      pic zzzzz9.
       01  drift-count-ed2     pic zzzzz9.
       01  drift-count-ed3     pic zzzzz9.

      *    job triggers from primes_trigger.def, one per line:
      *    "<name> <OK|FAIL|DONE|MILESTONE> <mode|*> <env|*>
      *    <follow-on mode> [.. up to five follow-on modes]"
       01  trigdef-status      pic x(2)  value space.
       01  trg-eof             pic x     value "N".
        88 trg-at-end           value "Y".
       01  trg-w-name          pic x(16) value space.
       01  trg-w-event         pic x(12) value space.
       01  trg-w-mode          pic x(16) value space.
       01  trg-w-env           pic x(32) value space.
       01  trg-w-follows.
        03 trg-w-follow        pic x(16) occurs 5 times.
       01  trg-f-idx           pic 9(2)  value zero.
       01  trg-line-ok         pic x     value "Y".
        88 trg-line-is-ok       value "Y".
       01  trg-reason          pic x(50) value space.

      *    triggerreport: chains of follow-on jobs and the totals of
      *    each trigger that produced them
       01  trg-done            pic x     value "N".
        88 trg-is-done          value "Y".
       01  trg-read-failed     pic x     value "N".
        88 trg-read-has-failed  value "Y".
       01  trg-chains          pic 9(6)  value zero.
       01  trg-jobs            pic 9(6)  value zero.
       01  trg-pointer         pic 9(3)  value zero.
       01  trg-limit           pic 9(2)  value 20.
       01  trg-count           pic 9(2)  value zero.
       01  trg-idx             pic 9(2)  value zero.
       01  trg-found           pic 9(2)  value zero.
       01  trg-table.
        03 trg-entry           occurs 20 times.
         05 trg-e-name         pic x(16).
         05 trg-e-produced     pic 9(6).
         05 trg-e-complete     pic 9(6).
         05 trg-e-failed       pic 9(6).
         05 trg-e-open         pic 9(6).
       01  trg-head.
        03 filler              pic x(18) value 'trigger'.
        03 filler              pic x(10) value '  produced'.
        03 filler              pic x(10) value '  complete'.
        03 filler              pic x(10) value '    failed'.
        03 filler              pic x(10) value '      open'.
       01  trg-detail.
        03 trgd-name           pic x(18).
        03 trgd-produced       pic z(9)9.
        03 trgd-complete       pic z(9)9.
        03 trgd-failed         pic z(9)9.
        03 trgd-open           pic z(9)9.
       01  trg-id-ed           pic z(8)9.
       01  trg-count-ed        pic zzzzz9.
       01  trg-count-ed2       pic zzzzz9.

      *    stream deadlines from primes_deadline.def: "<stream> <HHMM>"
       01  deadline-status     pic x(2)  value space.
       01  dl-eof              pic x     value "N".
        88 dl-at-end            value "Y".
       01  dl-w-stream         pic x(16) value space.
       01  dl-w-time           pic x(16) value space.

      *    streamforecast: first forecast of each night against its
      *    actual finish; a forecast within 15 minutes counts as close
       01  sfh-done            pic x     value "N".
        88 sfh-is-done          value "Y".
       01  sfh-read-failed     pic x     value "N".
        88 sfh-read-has-failed  value "Y".
       01  sfh-nights          pic 9(5)  value zero.
       01  sfh-finished        pic 9(5)  value zero.
       01  sfh-close           pic 9(5)  value zero.
       01  sfh-missed          pic 9(5)  value zero.
       01  sfh-abs-error       pic 9(5)  value zero.
       01  sfh-error-total     pic 9(9)  value zero.
       01  sfh-error-mean      pic 9(5)  value zero.
       01  sfh-head.
        03 filler              pic x(18) value 'stream'.
        03 filler              pic x(10) value 'date'.
        03 filler              pic x(13) value 'deadline'.
        03 filler              pic x(8)  value 'first'.
        03 filler              pic x(8)  value 'last'.
        03 filler              pic x(8)  value 'actual'.
        03 filler              pic x(8)  value ' error'.
        03 filler              pic x(8)  value ' result'.
       01  sfh-detail.
        03 sfhd-name           pic x(18).
        03 sfhd-date           pic x(10).
        03 sfhd-deadline       pic x(13).
        03 sfhd-first          pic x(8).
        03 sfhd-last           pic x(8).
        03 sfhd-actual         pic x(8).
        03 sfhd-error          pic -(5)9.
        03 filler              pic x(2)  value space.
        03 sfhd-result         pic x(10).
       01  sfh-count-ed        pic zzzz9.
       01  sfh-count-ed2       pic zzzz9.
       01  sfh-count-ed3       pic zzzz9.
       01  sfh-count-ed4       pic zzzz9.
       01  sfh-count-ed5       pic zzzz9.

      *    schedahead: primes_schedule.dat entries in time order,
      *    projected day by day through the processing calendar. an
      *    entry of a mode that takes the run lock is taken to hold
      *    it for the median time of its mode, an hour if unknown
       01  ahd-limit           pic 9(3)  value 100.
       01  ahd-count           pic 9(3)  value zero.
       01  ahd-table.
        03 ahd-entry           occurs 100 times.
         05 ahd-name           pic x(16).
         05 ahd-day            pic x(3).
         05 ahd-time           pic x(4).
         05 ahd-mode           pic x(16).
         05 ahd-env            pic x(32).
         05 ahd-mins           pic 9(4).
         05 ahd-dur            pic 9(5).
         05 ahd-lock           pic x.
       01  ahd-swap            pic x(81).
       01  ahd-w-name          pic x(16) value space.
       01  ahd-w-day           pic x(16) value space.
       01  ahd-w-time          pic x(16) value space.
       01  ahd-w-mode          pic x(16) value space.
       01  ahd-w-ceiling       pic x(20) value space.
       01  ahd-w-env           pic x(32) value space.
       01  ahd-i               pic 9(3)  value zero.
       01  ahd-j               pic 9(3)  value zero.
       01  ahd-d               pic 9(3)  value zero.
       01  ahd-start-int       pic 9(9)  value zero.
       01  ahd-date-int        pic 9(9)  value zero.
       01  ahd-date-num        pic 9(8)  value zero.
       01  ahd-date            pic x(8)  value space.
       01  ahd-next-num        pic 9(8)  value zero.
       01  ahd-next            pic x(8)  value space.
       01  ahd-weekday         pic 9     value zero.
       01  ahd-day-pos         pic 9(2)  value zero.
       01  ahd-dayword         pic x(3)  value space.
       01  ahd-day-names       pic x(21)
                               value "MONTUEWEDTHUFRISATSUN".
       01  ahd-workday         pic x     value "Y".
        88 ahd-is-workday       value "Y".
       01  ahd-reason          pic x(40) value space.
       01  ahd-runs-i          pic x     value "N".
        88 ahd-i-runs-today     value "Y".
       01  ahd-note            pic x(50) value space.
       01  ahd-workdays        pic 9(5)  value zero.
       01  ahd-submits         pic 9(5)  value zero.
       01  ahd-skips           pic 9(5)  value zero.
       01  ahd-slots           pic 9(5)  value zero.
       01  ahd-clashes         pic 9(5)  value zero.
       01  ahd-eom             pic 9(5)  value zero.
       01  ahd-detail.
        03 filler              pic x(3)  value space.
        03 ahdd-time           pic x(6).
        03 ahdd-name           pic x(17).
        03 ahdd-mode           pic x(16).
        03 ahdd-env            pic x(14).
        03 ahdd-action         pic x(8).
        03 ahdd-note           pic x(50).
       01  ahd-count-ed        pic zzzz9.
       01  ahd-count-ed2       pic zzzz9.
       01  ahd-count-ed3       pic zzzz9.
       01  ahd-count-ed4       pic zzzz9.
       01  ahd-count-ed5       pic zzzz9.
       01  ahd-count-ed6       pic zzzz9.

      *    incident grouping rules from primes_incident.def:
      *    "<rule> <alert source or *> <window minutes>"
       01  incdef-status       pic x(2)  value space.
       01  icd-eof             pic x     value "N".
        88 icd-at-end           value "Y".
       01  icd-w-rule          pic x(16) value space.
       01  icd-w-source        pic x(16) value space.
       01  icd-w-window        pic x(16) value space.
       01  icd-window          pic 9(5)  value zero.

      *    incidentreport: the incidents opened in a month, then per
      *    cause the mean minutes to acknowledge and to resolve and
      *    the number of repeats
       01  icr-done            pic x     value "N".
        88 icr-is-done          value "Y".
       01  icr-read-failed     pic x     value "N".
        88 icr-read-has-failed  value "Y".
       01  icr-incidents       pic 9(5)  value zero.
       01  icr-open            pic 9(5)  value zero.
       01  icr-repeats         pic 9(5)  value zero.
       01  icr-alerts          pic 9(7)  value zero.
       01  icr-ack-count       pic 9(5)  value zero.
       01  icr-ack-total       pic 9(9)  value zero.
       01  icr-res-count       pic 9(5)  value zero.
       01  icr-res-total       pic 9(9)  value zero.
       01  icr-mean            pic 9(7)  value zero.
       01  icr-limit           pic 9(2)  value 20.
       01  icr-count           pic 9(2)  value zero.
       01  icr-idx             pic 9(2)  value zero.
       01  icr-found           pic 9(2)  value zero.
       01  icr-cause-table.
        03 icr-entry           occurs 20 times.
         05 icr-e-cause        pic x(16).
         05 icr-e-incidents    pic 9(5).
         05 icr-e-ack-count    pic 9(5).
         05 icr-e-ack-total    pic 9(9).
         05 icr-e-res-count    pic 9(5).
         05 icr-e-res-total    pic 9(9).
         05 icr-e-repeats      pic 9(5).
       01  icr-head.
        03 filler              pic x(10) value '        id'.
        03 filler              pic x(18) value '  opened'.
        03 filler              pic x(13) value 'status'.
        03 filler              pic x(17) value 'cause'.
        03 filler              pic x(7)  value 'alerts'.
        03 filler              pic x(8)  value '    ack'.
        03 filler              pic x(8)  value 'resolve'.
        03 filler              pic x(7)  value ' repeat'.
        03 filler              pic x(6)  value ' title'.
       01  icr-detail.
        03 icrd-id             pic z(9)9.
        03 filler              pic x(2)  value space.
        03 icrd-opened         pic x(16).
        03 icrd-status         pic x(13).
        03 icrd-cause          pic x(17).
        03 icrd-alerts         pic z(5)9.
        03 icrd-ack            pic x(8).
        03 icrd-resolve        pic x(8).
        03 icrd-repeat         pic x(8).
        03 icrd-title          pic x(40).
       01  icr-cause-head.
        03 filler              pic x(17) value 'cause'.
        03 filler              pic x(10) value ' incidents'.
        03 filler              pic x(10) value '  mean ack'.
        03 filler              pic x(14) value '  mean resolve'.
        03 filler              pic x(9)  value '  repeats'.
       01  icr-cause-detail.
        03 icrc-cause          pic x(17).
        03 icrc-incidents      pic z(9)9.
        03 icrc-ack            pic x(10).
        03 icrc-resolve        pic x(14).
        03 icrc-repeats        pic z(8)9.
       01  icr-mins-ed         pic z(6)9.
       01  icr-count-ed        pic zzzz9.
       01  icr-count-ed2       pic zzzz9.
       01  icr-count-ed3       pic zzzz9.
       01  icr-count-ed4       pic zzzzzz9.

      *    runbook steps from primes_runbook.dat:
      *    "<SRC|MSG|SQL> <key> <step> <E|D> <text>"
       01  runbook-status      pic x(2)  value space.
       01  rbf-eof             pic x     value "N".
        88 rbf-at-end           value "Y".
       01  rbf-w-type          pic x(16) value space.
       01  rbf-w-key           pic x(16) value space.
       01  rbf-w-step          pic x(16) value space.
       01  rbf-w-lang          pic x(16) value space.
       01  rbf-pointer         pic 9(3)  value zero.
       01  rbf-reason          pic x(40) value space.

      *    runbookcheck: alert and error types seen without a
      *    runbook entry
       01  rbc-done            pic x     value "N".
        88 rbc-is-done          value "Y".
       01  rbc-read-failed     pic x     value "N".
        88 rbc-read-has-failed  value "Y".
       01  rbc-seen            pic 9(5)  value zero.
       01  rbc-covered         pic 9(5)  value zero.
       01  rbc-missing         pic 9(5)  value zero.
       01  rbc-head.
        03 filler              pic x(6)  value 'type'.
        03 filler              pic x(18) value 'key'.
        03 filler              pic x(11) value '      seen'.
        03 filler              pic x(2)  value space.
        03 filler              pic x(19) value 'last seen'.
       01  rbc-detail.
        03 rbcd-type           pic x(6).
        03 rbcd-key            pic x(18).
        03 rbcd-count          pic z(9)9.
        03 filler              pic x(3)  value space.
        03 rbcd-last           pic x(19).
       01  rbc-count-ed        pic zzzz9.
       01  rbc-count-ed2       pic zzzz9.
       01  rbc-count-ed3       pic zzzz9.

      *    timeline: events of all sources in one window, printed or
      *    written to primes_timeline.csv
       01  timeline-status     pic x(2)  value space.
       01  tln-done            pic x     value "N".
        88 tln-is-done          value "Y".
       01  tln-read-failed     pic x     value "N".
        88 tln-read-has-failed  value "Y".
       01  tln-csv             pic x     value "N".
        88 tln-csv-on           value "Y".
       01  tln-events          pic 9(7)  value zero.
       01  tln-src-count       pic 9(2)  value zero.
       01  tln-src-idx         pic 9(2)  value zero.
       01  tln-src-found       pic 9(2)  value zero.
       01  tln-src-table.
        03 tln-src-entry occurs 12 times.
         05 tln-src-name       pic x(8).
         05 tln-src-events     pic 9(7).
       01  tln-date            pic x(8)  value space.
       01  tln-time            pic x(8)  value space.
       01  tln-head.
        03 filler              pic x(20) value 'time'.
        03 filler              pic x(9)  value 'source'.
        03 filler              pic x(17) value 'operator'.
        03 filler              pic x(10) value '      run'.
        03 filler              pic x(11) value 'description'.
       01  tln-detail.
        03 tlnd-at             pic x(19).
        03 filler              pic x     value space.
        03 tlnd-source         pic x(8).
        03 filler              pic x     value space.
        03 tlnd-operator       pic x(16).
        03 filler              pic x     value space.
        03 tlnd-run            pic z(8)9.
        03 filler              pic x     value space.
        03 tlnd-text           pic x(76).
       01  tln-count-ed        pic z(6)9.
       01  tln-run-ed          pic z(8)9.

      *    loadtest: profile from primes_loadtest.def, the name, the
      *    requests per minute, the minutes, the lookup, nearest and
      *    factor percentages and the test client id
       01  loaddef-status      pic x(2)  value space.
       01  ltp-eof             pic x     value "N".
        88 ltp-at-end           value "Y".
       01  ltp-matched         pic x     value "N".
        88 ltp-was-matched      value "Y".
       01  ltp-name            pic x(16) value space.
       01  ltp-rate            pic 9(5)  value 60.
       01  ltp-minutes         pic 9(3)  value 2.
       01  ltp-lookup          pic 9(3)  value 50.
       01  ltp-nearest         pic 9(3)  value 30.
       01  ltp-factor          pic 9(3)  value 20.
       01  ltp-client          pic x(16) value "LOADTEST".
       01  ltp-w-name          pic x(16) value space.
       01  ltp-w-rate          pic x(16) value space.
       01  ltp-w-minutes       pic x(16) value space.
       01  ltp-w-lookup        pic x(16) value space.
       01  ltp-w-nearest       pic x(16) value space.
       01  ltp-w-factor        pic x(16) value space.
       01  ltp-w-client        pic x(16) value space.
       01  ltp-w-ok            pic x     value "N".
        88 ltp-w-is-ok          value "Y".
       01  ltw-t0              pic 9(9)  value zero.
       01  ltw-elapsed         pic 9(9)  value zero.
       01  ltw-total           pic 9(9)  value zero.
       01  ltw-due             pic 9(9)  value zero.
       01  ltw-submitted       pic 9(9)  value zero.
       01  ltw-submit-errors   pic 9(9)  value zero.
       01  ltw-slot            pic 9(3)  value zero.
       01  ltw-number          pic 9(9)  value 1009.
       01  ltw-sleep           pic 9(4)  value 1.
       01  ltw-poll            pic 9(4)  value 2.
       01  ltw-waited          pic 9(4)  value zero.
       01  ltw-drain-limit     pic 9(4)  value 120.
       01  ltw-unanswered      pic 9(9)  value zero.
       01  ltw-allowed         pic 9(9)  value zero.
       01  ltw-min-rate        pic 9(7)v99 value zero.
       01  ltw-base-idx        pic 9     value zero.
       01  ltw-fail            pic x     value "N".
        88 ltw-has-failed       value "Y".
       01  ltw-slower          pic x(8)  value space.
       01  ltw-head.
        03 filler              pic x(10) value 'type'.
        03 filler              pic x(10) value '      sent'.
        03 filler              pic x(10) value '  answered'.
        03 filler              pic x(8)  value '  errors'.
        03 filler              pic x(10) value '    avg ms'.
        03 filler              pic x(10) value '    p95 ms'.
        03 filler              pic x(10) value '  worst ms'.
        03 filler              pic x(12) value '     per min'.
       01  ltw-detail.
        03 ltd-type            pic x(10).
        03 ltd-sent            pic z(9)9.
        03 ltd-answered        pic z(9)9.
        03 ltd-errors          pic z(7)9.
        03 ltd-avg             pic z(9)9.
        03 ltd-p95             pic z(9)9.
        03 ltd-max             pic z(9)9.
        03 ltd-per-min         pic z(8)9.99.
       01  ltw-cmp-head.
        03 filler              pic x(10) value 'type'.
        03 filler              pic x(10) value '    p95 ms'.
        03 filler              pic x(10) value '  baseline'.
        03 filler              pic x(12) value '     per min'.
        03 filler              pic x(12) value '    baseline'.
        03 filler              pic x(2)  value space.
        03 filler              pic x(8)  value 'verdict'.
       01  ltw-cmp.
        03 ltc-type            pic x(10).
        03 ltc-p95             pic z(9)9.
        03 ltc-base-p95        pic z(9)9.
        03 ltc-per-min         pic z(8)9.99.
        03 ltc-base-per-min    pic z(8)9.99.
        03 filler              pic x(2)  value space.
        03 ltc-verdict         pic x(8).
       01  ltw-count-ed        pic z(8)9.
       01  ltw-count-ed2       pic z(8)9.
       01  ltw-count-ed3       pic z(8)9.
       01  ltw-count-ed4       pic z(8)9.
       01  ltw-count-ed5       pic z(8)9.

      *    legal holds: today as YYYYMMDD for the expiry check and
      *    the protected-row counts
       01  hdw-today           pic x(8)  value space.
       01  hdw-count-ed        pic z(8)9.
       01  hdw-count-ed2       pic z(8)9.
       01  hdw-count-ed3       pic z(8)9.
       01  hdw-count-ed4       pic z(8)9.
       01  hdw-count-ed5       pic z(8)9.

      *    year close: ledger entry of each calendar month, zero when
      *    the month has not been closed, and the checks on the chain
       01  yc-month-table.
        03 yc-slot             pic 9(2)  occurs 12 times.
       01  yc-month            pic 9(2)  value zero.
       01  yc-entry            pic 9(2)  value zero.
       01  yc-year-number      pic 9(4)  value zero.
       01  yc-last-closed      pic 9(2)  value zero.
       01  yc-open-count       pic 9(2)  value zero.
       01  yc-missing-count    pic 9(2)  value zero.
       01  yc-broken-count     pic 9(2)  value zero.
       01  yc-first-broken     pic x(6)  value space.
       01  yc-growth           pic s9(18) value zero.
       01  yc-growth-ed        pic -(17)9.
       01  yc-cost-ed          pic z(10)9.99.
       01  yc-count-ed         pic z(8)9.
       01  yc-count-ed2        pic z(8)9.
       01  yc-count-ed3        pic z(8)9.
       01  yc-head.
        03 filler              pic x(8)  value "Period".
        03 filler              pic x(16) value "   Rows at close".
        03 filler              pic x(14) value "        Growth".
        03 filler              pic x(10) value "     Iface".
        03 filler              pic x(7)  value "  Miles".
        03 filler              pic x(10) value "   Discrep".
        03 filler              pic x(13) value "         Cost".
        03 filler              pic x(7)  value "  Chain".
       01  yc-detail.
        03 ycd-period          pic x(6).
        03 filler              pic x(2)  value space.
        03 ycd-rows            pic z(14)9.
        03 filler              pic x(1)  value space.
        03 ycd-growth          pic -(12)9.
        03 filler              pic x(1)  value space.
        03 ycd-iface           pic z(8)9.
        03 filler              pic x(1)  value space.
        03 ycd-miles           pic z(5)9.
        03 filler              pic x(1)  value space.
        03 ycd-disc            pic -(8)9.
        03 filler              pic x(1)  value space.
        03 ycd-cost            pic z(8)9.99.
        03 filler              pic x(2)  value space.
        03 ycd-chain           pic x(6).

      *    secretreset: temporary secret drawn from letters and
      *    digits that cannot be mistaken for one another
       01  sr-alphabet         pic x(56) value
           "ABCDEFGHJKLMNPQRSTUVWXYZabcdefghijkmnpqrstuvwxyz23456789".
       01  sr-secret           pic x(12) value space.
       01  sr-pos              pic 9(2)  value zero.
       01  sr-pick             pic 9(2)  value zero.
       01  sr-random           pic v9(9) value zero.
       01  sr-seed             pic 9(9)  value zero.
       01  sr-listed           pic x     value "N".
        88 sr-is-listed         value "Y".

       01  dens-low            pic 9(18) value zero.
       01  dens-high           pic 9(18) value zero.
       01  dens-pct            pic 9(3)v9(4) value zero.
       01  offline-answer      pic x     value "N".
        88 offline-answered     value "Y".
       01  offline-scan-eof    pic 9     value zero.
       01  offline-method      pic x(12) value space.
       01  off-rep-count       pic 9(18) value zero.
       01  off-prev-prime      pic 9(18) value zero.
       01  off-max-gap         pic 9(18) value zero.
        03 fc-status          pic x(8)  value "COMPLETE".
        03 filler             pic x     value space.
        03 fc-count           pic 9(18).
      *    spaces when the feed has no key in the signing key file
        03 fc-signed.
         05 filler            pic x     value space.
         05 fc-sign-word      pic x(6).
         05 filler            pic x     value space.
         05 fc-sign-party     pic x(4).
         05 filler            pic x     value space.
         05 fc-sign-value     pic x(24).

       01  ack-status          pic x(2)  value space.
       01  ack-filename        pic x(80) value space.
       01  ack-word2           pic x(16) value space.
       01  ack-processed       pic 9(9)  value zero.
       01  ack-overdue         pic 9(9)  value zero.
       01  ack-resent          pic 9(9)  value zero.
       01  ack-batch-ed        pic 9(6)  value zero.

       01  sweep-deleted       pic 9(9)  value zero.
       01  sweep-missing       pic 9(9)  value zero.
       01  sweep-held          pic 9(9)  value zero.
       01  sweep-count-held    pic x     value "Y".
        88 sweep-counts-held    value "Y".
       01  sweep-filename      pic x(40) value space.
       01  sweep-file-info     pic x(64) value space.
       01  hb-active           pic x     value "N".

           copy primes-cal.

           copy primes-math.

           copy primes-bmap.

           copy primes-book.

           copy primes-sign.

       linkage section.

           copy primes-session.
                               rerun-delta-base rr-cat-id
                               prm-delta.
           move operator-id to dal-operator.
           move space       to dal-origin-type dal-origin-id.
           move space       to ui-report-filename.
           move zero        to ui-page-count.

             when import-primes

               perform r90-start-primes-import
               if session-result = zero and dal-is-connected
                 perform r93cc-refresh-bitmap
               end-if

             when reconcile-mode

               if session-method-ok
                 perform r90-start-primes-genworker
               end-if
               if session-result = zero and dal-is-connected
                 perform r93cc-refresh-bitmap
               end-if

             when export-mode

             when restore-mode

               perform r90-start-primes-restore
               if session-result = zero and dal-is-connected
                 perform r93cc-refresh-bitmap
               end-if

             when verify-mode

             when catchup-mode

               perform r90-start-primes-catchup
               if session-result = zero and dal-is-connected
                 perform r93cc-refresh-bitmap
               end-if

             when rateset-mode


               perform r90-start-primes-close

             when yearclose-mode

               perform r90-start-primes-yearclose

             when retention-mode

               perform r90-start-primes-retention

             when nthprime-mode

               perform r90-start-primes-nthprime

             when primecount-mode

               perform r90-start-primes-primecount

             when primerange-mode

               if range-high-number < range-low-number
                 move "primesgen"   to program-name
                 move "main"        to program-paragraph
                 move 'log-message' to ui-methods
                 move 0370 to ui-message-number
                 move 'The highest number must not be below the lowest.'
                   to program-message
                 call "primesui" using primes-ui
                 move 1 to session-result
               else
                 perform r90-start-primes-primerange
               end-if

             when apsearch-mode

               if range-high-number < range-low-number
                 move "primesgen"   to program-name
                 move "main"        to program-paragraph
                 move 'log-message' to ui-methods
                 move 0370 to ui-message-number
                 move 'The highest number must not be below the lowest.'
                   to program-message
                 call "primesui" using primes-ui
                 move 1 to session-result
               else
                 if ap-min-length < 3
                   move 3 to ap-min-length
                 end-if
                 perform r90-start-primes-apsearch
               end-if

             when reportrace-mode or reportracecsv-mode

               perform r90-start-primes-race

             when gapfreq-mode

               perform r90-start-primes-gapfreq

             when randprime-mode

               perform r90-start-primes-randprime

             when issuereport-mode

               perform r90-start-primes-issuereport

             when provenance-mode

               perform r90-start-primes-provenance

             when userreport-mode

               perform r90-start-primes-userreport

             when reportdiff-mode

               perform r90-start-primes-reportdiff

             when deliveryreport-mode

               perform r90-start-primes-deliveryreport

             when redeliver-mode

               perform r90-start-primes-redeliver

             when threeway-mode

               perform r90-start-primes-threeway

             when inventory-mode

               perform r90-start-primes-inventory

             when upgrade-mode

               perform r90-start-primes-upgrade

             when housekeep-mode

               perform r90-start-primes-housekeep

             when drift-mode

               perform r90-start-primes-drift

             when triggerreport-mode

               perform r90-start-primes-triggerreport

             when streamforecast-mode

               perform r90-start-primes-streamforecast

             when schedahead-mode

               perform r90-start-primes-schedahead

             when incidentreport-mode

               perform r90-start-primes-incidentreport

             when runbookcheck-mode

               perform r90-start-primes-runbookcheck

             when timeline-mode or timelinecsv-mode

               perform r90-start-primes-timeline

             when loadtest-mode

               perform r90-start-primes-loadtest

             when hold-mode

               perform r89a-check-authorization
               if session-method-ok
                 perform r90-start-primes-hold
               end-if

             when holdlift-mode

               perform r89a-check-authorization
               if session-method-ok
                 perform r90-start-primes-holdlift
               end-if

             when holdlist-mode

               perform r90-start-primes-holds

             when secretreset-mode

               perform r89a-check-authorization
               if session-method-ok
                 perform r90-start-primes-secretreset
               end-if

             when cfgapprove-mode

               perform r89a-check-authorization
               if session-method-ok
                 perform r90-start-primes-cfgapprove
               end-if

             when approve-mode

               perform r90-start-primes-approve
                     and session-result = zero
                    perform r87-save-checkpoint
                  end-if
                  if session-result = zero
                    perform r93cc-refresh-bitmap
                  end-if

             when other

             move spaces to program-message
             if lookup-is-prime then
               string stat-numeric-ed delimited by size
                      ' is prime ('    delimited by size
                      lookup-method    delimited by space
                      ').'             delimited by size
                      into program-message
               end-string
             else
               string stat-numeric-ed delimited by size
                      ' is not prime (' delimited by size
                      lookup-method    delimited by space
                      ').'             delimited by size
                      into program-message
               end-string
             end-if
             call "primesui" using primes-ui

           else
             end-if
             call "primesui" using primes-ui

             move spaces to program-message
             string 'Decided by: '   delimited by size
                    lookup-method    delimited by space
                    into program-message
             end-string
             call "primesui" using primes-ui

           else
             if not offline-answered
               move 'Nearest-prime lookup failed.' to program-message
             move 1 to session-result
           else
             move "Y" to offline-answer
             move "offline file" to offline-method
             move lookup-number of primes-session to off-prime
             read foffline
               invalid key
                 move "N" to lookup-found
                 perform r92r-offline-beyond-check
               not invalid key
                 move "Y" to lookup-found
             end-read
             move spaces to program-message
             if lookup-is-prime
               string stat-numeric-ed delimited by size
                      ' is prime ('    delimited by size
                      offline-method  delimited by '  '
                      ', offline snapshot '
                        delimited by size
                      offline-stamp   delimited by size
                      ').'            delimited by size
               end-string
             else
               string stat-numeric-ed delimited by size
                      ' is not prime (' delimited by size
                      offline-method  delimited by '  '
                      ', offline snapshot '
                        delimited by size
                      offline-stamp   delimited by size
                      ').'            delimited by size
                      into program-message
               end-string
             end-if
             call "primesui" using primes-ui
           end-if.

       r92r-offline-beyond-check.

      *    a number past the last prime in the snapshot cannot be
      *    decided by absence from the file; test it directly
           move lookup-number of primes-session to off-prime.
           start foffline key greater than off-prime
             invalid key
               move "computed" to offline-method
               move lookup-number of primes-session to math-number
               move 'isprime'  to math-methods
               call "primesmath" using primes-math
               move math-prime-flag to lookup-found
           end-start.

       r92h-offline-nearest.

           perform r92i-read-offline-stamp.
             start foffline key not less than off-prime
               invalid key continue
             end-start
             move "offline file" to offline-method
             if offline-status = "00"
               read foffline next
                 at end continue
                 end-read
               end-if
             else
               move "computed" to offline-method
               move lookup-number of primes-session to math-number
               move 'prevprime' to math-methods
               call "primesmath" using primes-math
               move math-found  to offline-below
               move 'nextprime' to math-methods
               call "primesmath" using primes-math
               move math-found  to offline-above
             end-if
             close foffline

             move spaces to program-message
             string 'Offline snapshot ' delimited by size
                    offline-stamp       delimited by size
                    ', decided by: '    delimited by size
                    offline-method      delimited by '  '
                    into program-message
             end-string
             call "primesui" using primes-ui
           end-if.

       r92i-read-offline-stamp.

           move "unknown" to offline-stamp.
             move 'import'         to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'primes_import.dat' to dal-origin-id
             perform r91b-start-balancing
             perform r93a-import-file
           else
                    into program-message
             end-string
             call "primesui" using primes-ui
             if sw-held > zero
               move sw-held to stat-numeric-ed
               move spaces to program-message
               string 'Kept '                   delimited by size
                      function trim(stat-numeric-ed)
                        delimited by size
                      ' run-log row(s) under legal hold.'
                        delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
             move sw-archived to gen-row-count

           else
             move "Y"      to feed-open
             move env-name to fh-schema
             move feed-date to fh-run-date
             move "FEED"   to sign-party
             move spaces   to sign-key-file
             move 'open'   to sign-methods
             call "primessign" using primes-sign
             move feed-header to feed-buffer
             perform r86k-write-feed-line
             move zero to feed-hash
           else
             move 0048 to ui-message-number
           move prime-number    to fdl-prime.
           move prime-is-twin   to fdl-twin.
           move feed-detail     to feed-buffer.
           perform r86k-write-feed-line.
           add 1 to gen-row-count.
           compute feed-hash =
                   function mod(feed-hash + prime-number,
           move gen-row-count to ft-count.
           move feed-hash     to ft-hash.
           move feed-trailer  to feed-buffer.
           perform r86k-write-feed-line.
           close ffeed.
           move "N" to feed-open.

           move spaces to fc-sign-word fc-sign-party fc-sign-value.
           if sign-is-active
             move 'close' to sign-methods
             call "primessign" using primes-sign
             if sign-method-ok
               move "SIGNED"   to fc-sign-word
               move "FEED"     to fc-sign-party
               move sign-value to fc-sign-value
             end-if
           end-if.

           open output ffeedctl.
           if feedctl-status = "00"
             move feed-filename to fc-filename
           end-string.
           call "primesui" using primes-ui.

      *    every feed record goes through the signature, header and
      *    trailer included
       r86k-write-feed-line.

           write feed-buffer.
           if sign-is-active
             move feed-buffer  to sign-text
             move 'line'       to sign-methods
             call "primessign" using primes-sign
           end-if.

       r90-start-primes-factor.

           move env-name   to dal-schema-name.
                   to stat-numeric-ed
                 move spaces to program-message
                 string stat-numeric-ed            delimited by size
                        ' factors (cached, '       delimited by size
                        fc-method                  delimited by space
                        '): '                      delimited by size
                        function trim(fc-factors)  delimited by size
                        into program-message
                 end-string
                 move 1 to gen-row-count
               else
                 perform r96b-factorize
                 if math-factor-complete
                   perform r96b1-store-factorization
                 end-if
               end-if
             end-if
           else

       r96b-factorize.

           move fact-budget-secs to math-budget-secs.
           move spaces to fact-budget-env.
           accept fact-budget-env from environment "PRIMES_FACTOR_SECS".
           if fact-budget-env(1:1) >= '0'
              and fact-budget-env(1:1) <= '9'
             compute math-budget-secs =
                     function numval(function trim(fact-budget-env)).

           move lookup-number of primes-session
             to math-number lookup-number of primes-dal.
           move 'bitmap-lookup' to dal-methods.
           call "primes" using primes-dal.
           if lookup-method = "bitmap" and lookup-is-prime
             move 1        to math-factor-count math-cofactor
             move "C"      to math-factor-status
             move "bitmap" to math-factor-method
             move math-number to math-factor-prime(1)
             move 1        to math-factor-exp(1)
           else
             move 'factor' to math-methods
             call "primesmath" using primes-math.

           move math-factor-count to fact-count.
           perform r96c-copy-factor
                   varying fact-idx from 1 by 1
                   until fact-idx > fact-count.

           move lookup-number of primes-session to stat-numeric-ed.
           move fact-count to stat-numeric-ed2.
                   varying fact-idx from 1 by 1
                   until fact-idx > fact-count.

           move spaces to program-message.
           if math-factor-partial
             move math-cofactor    to stat-numeric-ed
             move math-budget-secs to stat-numeric-ed2
             string '  partial: cofactor '     delimited by size
                    stat-numeric-ed            delimited by size
                    ' unresolved after '       delimited by size
                    function trim(stat-numeric-ed2)
                                               delimited by size
                    ' second(s), method '      delimited by size
                    math-factor-method         delimited by space
                    into program-message
             end-string
           else
             string '  method '                delimited by size
                    math-factor-method         delimited by space
                    into program-message
             end-string
           end-if.
           call "primesui" using primes-ui.

           move fact-count to gen-row-count.

       r96b1-store-factorization.

           move lookup-number of primes-session to fc-number.
           move fact-answer to fc-factors.
           move math-factor-method to fc-method.
           move 'factor-put' to dal-methods.
           call "primes" using primes-dal.

                    into fact-answer
             end-string.

       r96c-copy-factor.

           move math-factor-prime(fact-idx) to ff-prime(fact-idx).
           move math-factor-exp(fact-idx)   to ff-exp(fact-idx).

       r96e-print-factor.


           move lookup-number of primes-session to gb-number.
           move goldbach-cap to gb-cap.
           perform r96k-goldbach-bitmap-check.
           if bmp-goldbach-on
             perform r96k1-goldbach-from-bitmap
           else
             move 'goldbach'   to dal-methods
             call "primes" using primes-dal.

           if dal-method-ok then
             if gb-count = zero
             call "primesui" using primes-ui
             move 1       to  session-result.

       r96k-goldbach-bitmap-check.

           move "N" to bmp-goldbach.
           if gb-number >= 4
             compute lookup-number of primes-dal = gb-number - 2
             move 'bitmap-lookup' to dal-methods
             call "primes" using primes-dal
             if lookup-method = "bitmap"
               move "Y" to bmp-goldbach
             end-if
           end-if.

      *    walk the primes up to half the number through the bitmap
      *    and test each complement; an odd number can only pair 2
       r96k1-goldbach-from-bitmap.

           move zero to gb-count.
           if gb-cap = zero
             move 1 to gb-cap.
           if gb-cap > 50
             move 50 to gb-cap.
           divide gb-number by 2 giving bmp-half remainder bmp-rest.
           if bmp-rest = 1
             move 2 to bmp-half.

           move 'open' to bmap-methods.
           call "primesbmap" using primes-bmap.
           move 1   to bmp-candidate.
           move "N" to bmp-done.
           perform r96k2-goldbach-next-pair until bmp-fill-done.
           move 'close' to bmap-methods.
           call "primesbmap" using primes-bmap.
           move 0 to dal-result.

       r96k2-goldbach-next-pair.

           move bmp-candidate to bmap-number.
           move 'next' to bmap-methods.
           call "primesbmap" using primes-bmap.
           move bmap-found to bmp-candidate.

           if bmp-candidate = zero or bmp-candidate > bmp-half
             move "Y" to bmp-done
           else
             compute bmap-number = gb-number - bmp-candidate
             move 'test' to bmap-methods
             call "primesbmap" using primes-bmap
             if bmap-is-prime
               add 1 to gb-count
               move bmp-candidate to gb-low(gb-count)
               move bmap-number   to gb-high(gb-count)
               if gb-count >= gb-cap
                 move "Y" to bmp-done
               end-if
             end-if
           end-if.

       r96g-print-goldbach-pair.

           move gb-low(scan-line-idx)  to stat-numeric-ed.

           if dal-method-ok then

             move zero to ack-processed ack-overdue ack-resent
             perform r93p-process-ack-entry
                     varying scan-line-idx from 1 by 1
                     until scan-line-idx > ba-count
                    into program-message
             end-string
             call "primesui" using primes-ui
             if ack-resent > zero
               move ack-resent to stat-numeric-ed
               move spaces to program-message
               string 'Re-published '          delimited by size
                      stat-numeric-ed          delimited by size
                      ' batch(es) reported with a bad signature.'
                        delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
             move ack-processed to gen-row-count

             if lookup-number of primes-session > zero
             end-if

             move be-number(scan-line-idx) to ba-number
             if function upper-case(ack-word2) = "BADSIG"
               perform r93p1-resend-bad-signature
             else
               move ack-word2                to ba-status
               move 'batch-ack'              to dal-methods
               call "primes" using primes-dal
               if dal-method-ok
                 add 1 to ack-processed
               end-if
             end-if
           else
             if be-overdue(scan-line-idx) = "Y"
             end-if
           end-if.

      *    the subscriber found the file did not match its signature:
      *    the batch is written and signed again and stays open, the
      *    ack is removed so the next ack run waits for a fresh one
       r93p1-resend-bad-signature.

           move 'batch-republish' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             add 1 to ack-resent
             call "CBL_DELETE_FILE" using ack-filename
             move spaces to program-message
             string 'Batch '                   delimited by size
                    ack-batch-ed               delimited by size
                    ' '                        delimited by size
                    function trim(
                      be-subscriber(scan-line-idx))
                      delimited by size
                    ' reported a bad signature, re-published.'
                      delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           else
             move 0556 to ui-message-number
             move 'Re-publish after a bad signature report failed.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           end-if.

       r93q-republish-batch.

           move lookup-number of primes-session to ba-number.

           if dal-method-ok then

             move zero to sweep-deleted sweep-missing sweep-held
             move "Y"  to sweep-count-held
             perform r93n-sweep-catalog-entry
                     varying scan-line-idx from 1 by 1
                     until scan-line-idx > cat-count

             move "N"  to sweep-count-held
             move 'catalog-list' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
                    into program-message
             end-string
             call "primesui" using primes-ui
             if sweep-held > zero
               move sweep-held to stat-numeric-ed
               move spaces to program-message
               string 'Kept '                   delimited by size
                      function trim(stat-numeric-ed)
                        delimited by size
                      ' expired file(s) under legal hold.'
                        delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
             move sweep-deleted to gen-row-count

           else

           move ce-filename(scan-line-idx) to sweep-filename.

      *    held entries are reported by the expired-list pass only,
      *    the newest-entries pass sees them again
           if ce-expired(scan-line-idx) = "H" and sweep-counts-held
             add 1 to sweep-held
             move ce-id(scan-line-idx) to stat-numeric-ed
             move spaces to program-message
             string 'Catalog entry '        delimited by size
                    function trim(stat-numeric-ed)
                      delimited by size
                    ' under legal hold, not swept: '
                      delimited by size
                    sweep-filename          delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           end-if.

           if ce-expired(scan-line-idx) = "Y"
             call "CBL_DELETE_FILE" using sweep-filename
             move ce-id(scan-line-idx) to cat-id
             move "RESET" to auth-mode-word.
           if auth-mode-word = "DRILL"
             move "RESET" to auth-mode-word.
           if auth-mode-word = "HOLDLIFT"
             move "HOLD" to auth-mode-word.

      *    without the operator file nobody is authorized
           open input foperators.
           if operators-status not = "00"
             move "primesgen"   to program-name
             move "r89a-check-authorization" to program-paragraph
             move 'log-message' to ui-methods
             move 0590 to ui-message-number
             move 'Refused: operator file primes_operators.dat missing.'
               to program-message
             call "primesui" using primes-ui
           else
             perform r89b-scan-operator-line
               until operators-at-end or auth-is-ok
             call "primesui" using primes-ui
             perform r90c-healthcheck-database
             perform r90d-healthcheck-reportdir
             perform r90k-healthcheck-bitmap
           else
             move 0064 to ui-message-number
             move 'Healthcheck: database connection FAILED.'
               move 6 to session-result
             end-if.

       r90k-healthcheck-bitmap.

           move 'table-coverage' to dal-methods.
           call "primes" using primes-dal.
           move 'open' to bmap-methods.
           call "primesbmap" using primes-bmap.

           if not bmap-is-present
             move 0373 to ui-message-number
             move 'Healthcheck: no bitmap file present.'
               to program-message
             call "primesui" using primes-ui
           else
             if bmap-limit = pc-max-prime
                and bmap-row-count = pc-table-count
               move 0371 to ui-message-number
               move 'Healthcheck: bitmap file current.'
                 to program-message
             else
               move 0372 to ui-message-number
               move
                'Healthcheck: bitmap file STALE, lookups use the table.'
                 to program-message
             end-if
             call "primesui" using primes-ui
             move bmap-limit     to stat-numeric-ed
             move pc-max-prime   to stat-numeric-ed2
             move spaces to program-message
             string '  bitmap covers to '     delimited by size
                    function trim(stat-numeric-ed)
                                              delimited by size
                    ', table to '             delimited by size
                    function trim(stat-numeric-ed2)
                                              delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
             move bmap-row-count to stat-numeric-ed
             move pc-table-count to stat-numeric-ed2
             move spaces to program-message
             string '  bitmap primes '        delimited by size
                    function trim(stat-numeric-ed)
                                              delimited by size
                    ', table rows '           delimited by size
                    function trim(stat-numeric-ed2)
                                              delimited by size
                    ', built '                delimited by size
                    bmap-stamp                delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           end-if.

           move 'close' to bmap-methods.
           call "primesbmap" using primes-bmap.

       r95-save-delta-checkpoint.

           move gen-last-ident    to delta-last-ident.
           move 'delta-save'      to dal-methods.
           call "primes" using primes-dal.

       r90-start-primes-range.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-range"        to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'report'        to dal-mode
             move 'run-log-start' to dal-methods
             call "primes" using primes-dal
             move 'restore'        to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'primes_export_primes.dat' to dal-origin-id
             perform r79e-restore-primes
             if session-method-ok
               perform r79f-restore-control
           end-string.
           call "primesui" using primes-ui.

           if vfy-first-bad > zero
             move "Y"           to pv-by-ident
             move vfy-first-bad to pv-number
             move 'provenance-number' to dal-methods
             call "primes" using primes-dal
             move "N"           to pv-by-ident
             if dal-method-ok and pv-row-found
               move pv-run to stat-numeric-ed
               move spaces to program-message
               string 'First bad row came from '  delimited by size
                      function trim(pv-type)      delimited by size
                      ' '                         delimited by size
                      function trim(pv-id)        delimited by size
                      ' run '                     delimited by size
                      function trim(stat-numeric-ed)
                                                  delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
             move 0 to dal-result
           end-if.

           if vfy-total-bad > zero or vf-chain-bad > zero
             move 0098 to ui-message-number
             move
           perform r93bc-print-operators-section.
           perform r93bd-print-sla-section.
           perform r93be-print-schedule-section.
           perform r93ib-print-trigger-section.
           perform r93if-print-deadline-section.
           perform r93iz-print-incident-section.
           perform r93je-print-runbook-section.
           perform r93kf-print-loadtest-section.

           if dal-is-connected
             perform r93bf-print-milestone-section.
           accept cfg-value from environment "PRIMES_REPORT_COLUMNS".
           perform r93az-print-env-line.

           move "PRIMES_FACTOR_SECS" to cfg-name.
           move "10" to cfg-default.
           accept cfg-value from environment "PRIMES_FACTOR_SECS".
           perform r93az-print-env-line.

       r93az-print-env-line.

           move spaces to report-line-work.
             perform r93bi-print-operator-line until operators-at-end
             close foperators
           else
             move '  (file not present, every authorized mode refused)'
               to ui-report-line
             call "primesui" using primes-ui.

       r93bi-print-operator-line.
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Report definitions (primes_report.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move zero to urv-count.
           move "N" to urd-eof.
           open input freportdef.
           if reportdef-status = "00"
             perform r93ea-validate-def-line until urd-at-end
             close freportdef
             perform r93eb-validate-def-name
               varying urv-idx from 1 by 1 until urv-idx > urv-count
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Distribution lists (primes_distrib.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to dlv-eof.
           open input fdistdef.
           if distdef-status = "00"
             perform r93fz-validate-dist-line until dlv-at-end
             close fdistdef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Job triggers (primes_trigger.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to trg-eof.
           open input ftrigdef.
           if trigdef-status = "00"
             perform r93hz-validate-trigger-line until trg-at-end
             close ftrigdef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Stream deadlines (primes_deadline.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to dl-eof.
           open input fdeadline.
           if deadline-status = "00"
             perform r93ie-validate-deadline-line until dl-at-end
             close fdeadline
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Incident grouping rules (primes_incident.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to icd-eof.
           open input fincdef.
           if incdef-status = "00"
             perform r93iy-validate-incident-rule until icd-at-end
             close fincdef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Runbook (primes_runbook.dat)' to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to rbf-eof.
           open input frunbook.
           if runbook-status = "00"
             perform r93jd-validate-runbook-line until rbf-at-end
             close frunbook
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Load test profiles (primes_loadtest.def)'
             to ui-report-line.
           call "primesui" using primes-ui.
           move "N" to ltp-eof.
           open input floaddef.
           if loaddef-status = "00"
             perform r93ke-validate-loadtest-line until ltp-at-end
             close floaddef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move vld-checked to stat-numeric-ed.
             when "rateset"      when "chargeback"
             when "rerun"        when "close"
             when "retention"
             when "nthprime"     when "primecount"
             when "primerange"   when "apsearch"
             when "reportrace"   when "reportracecsv"
             when "gapfreq"      when "randprime"
             when "issuereport"  when "provenance"
             when "userreport"   when "reportdiff"
             when "deliveryreport" when "redeliver"
             when "threeway"     when "inventory"
             when "upgrade"      when "housekeep"
             when "drift"        when "cfgapprove"
             when "triggerreport" when "streamforecast"
             when "schedahead"   when "incidentreport"
             when "runbookcheck" when "timeline"
             when "timelinecsv"  when "loadtest"
             when "hold"         when "holdlift"
             when "holds"        when "yearclose"
             when "secretreset"
               move "Y" to vld-mode-ok
             when other
               continue
                   to vld-reason
               end-if

             when "reportrange" when "primerange"
             when "apsearch"
               if vld-ceiling not = spaces
                 and ( vld-ceiling(1:1) < '0'
                       or vld-ceiling(1:1) > '9' )
                 move 'range end is not numeric' to vld-reason
               end-if

             when "randprime"
               if vld-ceiling = spaces
                 move "N" to vld-line-ok
                 move 'a size D<digits> or B<band> is required'
                   to vld-reason
               end-if
               if vld-line-ok = "Y"
                 and vld-env not = spaces
                 and ( vld-env(1:1) < '0' or vld-env(1:1) > '9' )
                 move "N" to vld-line-ok
                 move 'count is not numeric' to vld-reason
               end-if

             when "redeliver"
               if vld-ceiling = spaces
                 or vld-ceiling(1:1) < '0'
                 or vld-ceiling(1:1) > '9'
                 or vld-env = spaces
                 move "N" to vld-line-ok
                 move 'a catalog id and a recipient are required'
                   to vld-reason
               end-if

             when "reportdiff"
               if vld-ceiling = spaces
                 or vld-ceiling(1:1) < '0'
                 or vld-ceiling(1:1) > '9'
                 or vld-env = spaces
                 or vld-env(1:1) < '0'
                 or vld-env(1:1) > '9'
                 move "N" to vld-line-ok
                 move 'two numeric catalog ids are required'
                   to vld-reason
               end-if

             when "lookup" when "nearest" when "factor"
             when "goldbach" when "nthprime" when "primecount"
               if vld-ceiling = spaces
                 or vld-ceiling(1:1) < '0'
                 or vld-ceiling(1:1) > '9'
                 move 'a numeric value is required' to vld-reason
               end-if

             when "loadtest"
               if vld-ceiling = spaces
                 move "N" to vld-line-ok
                 move 'a test schema is required' to vld-reason
               end-if

             when "hold"
               if vld-env = spaces
                 or vld-env(1:1) = '/'
                 move "N" to vld-line-ok
                 move 'a kind/reference is required' to vld-reason
               end-if

             when "yearclose"
               if vld-ceiling not = spaces
                 and vld-ceiling(1:4) is not numeric
                 move "N" to vld-line-ok
                 move 'year must be YYYY' to vld-reason
               end-if

             when "secretreset"
               if vld-ceiling = spaces
                 move "N" to vld-line-ok
                 move 'an operator id is required' to vld-reason
               end-if

             when "holdlift"
               if vld-env = spaces
                 or vld-env(1:1) < '0'
                 or vld-env(1:1) > '9'
                 move "N" to vld-line-ok
                 move 'a numeric hold id is required' to vld-reason
               end-if

             when "timeline" when "timelinecsv"
               if vld-ceiling(1:1) >= '0' and vld-ceiling(1:1) <= '9'
                 move vld-ceiling to vld-tl-from
                 move vld-env     to vld-tl-to
               else
                 move vld-env     to vld-tl-from
                 move vld-p4      to vld-tl-to
               end-if
               if vld-tl-from(1:8) is not numeric
                 or ( vld-tl-from(9:4) not = spaces
                      and vld-tl-from(9:4) is not numeric )
                 or ( vld-tl-to(1:8) not = spaces
                      and vld-tl-to(1:8) is not numeric )
                 or ( vld-tl-to(9:4) not = spaces
                      and vld-tl-to(9:4) is not numeric )
                 move "N" to vld-line-ok
                 move 'times must be given as YYYYMMDD[HHMM]'
                   to vld-reason
               end-if

             when "drift"
               if vld-env = spaces
                 or vld-env(1:8) is not numeric
                 or ( vld-p4 not = spaces
                      and vld-p4(1:8) is not numeric )
                 move "N" to vld-line-ok
                 move 'dates must be given as YYYYMMDD'
                   to vld-reason
               end-if

             when "cfgapprove"
               if vld-env = spaces
                 move "N" to vld-line-ok
                 move 'a control file name is required'
                   to vld-reason
               end-if

             when "incidentreport"
               if vld-env not = spaces
                 and vld-env(1:6) is not numeric
                 move "N" to vld-line-ok
                 move 'the month must be given as YYYYMM'
                   to vld-reason
               end-if

             when "triggerreport" when "streamforecast"
             when "schedahead"
               if vld-env not = spaces
                 and ( vld-env(1:1) < '0' or vld-env(1:1) > '9' )
                 move "N" to vld-line-ok
                 move 'number of days is not numeric'
                   to vld-reason
               end-if

             when "housekeep"
               if vld-env not = spaces
                 and ( vld-env(1:1) < '0' or vld-env(1:1) > '9' )
                 move "N" to vld-line-ok
                 move 'dead-row percentage is not numeric'
                   to vld-reason
               end-if

             when "audit" when "reporttrend" when "runlogsweep"
             when "reportrace" when "reportracecsv"
               if vld-ceiling not = spaces
                 and ( vld-ceiling(1:1) < '0'
                       or vld-ceiling(1:1) > '9' )
             when "generate" when "genworker"
             when "lookup"   when "nearest"
             when "audit"    when "reporttrend"
             when "dryrun"   when "nthprime"
             when "primecount"
             when "reportrace" when "reportracecsv"
             when "userreport"
               move vld-env     to vld-schema
             when "reportrange" when "primerange"
             when "reportdiff"  when "redeliver"
               move vld-p4     to vld-schema
             when "apsearch"    when "randprime"
               move vld-p5     to vld-schema
             when "report"      when "reportcsv"
             when "reportdelta" when "reporttwins"
             when "stats"       when "gapcheck"
             when "feed"        when "classify"
             when "reportgrowth" when "extract"
             when "export"      when "restore"
             when "selftest"    when "gapfreq"
             when "issuereport" when "provenance"
             when "deliveryreport" when "threeway"
             when "inventory"   when "upgrade"
             when "housekeep"   when "drift"
             when "cfgapprove"  when "triggerreport"
             when "streamforecast" when "schedahead"
             when "incidentreport" when "runbookcheck"
             when "loadtest"
             when "hold"        when "holdlift"
             when "holds"
               move vld-ceiling to vld-schema
             when "timeline" when "timelinecsv"
               if vld-ceiling(1:1) < '0' or vld-ceiling(1:1) > '9'
                 move vld-ceiling to vld-schema
               end-if
             when other
               continue
           end-evaluate.

           move 'log-message' to ui-methods.

       r90-start-primes-yearclose.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-yearclose"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'yearclose'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             if close-year is numeric
               move close-year to yl-year
             else
               accept gen-date-time from date yyyymmdd
               move gen-date-time(1:4) to yc-year-number
               subtract 1 from yc-year-number
               move yc-year-number to yl-year
             end-if
             move 'year-gather'    to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform r93kn-check-year
               perform r93ko-print-year-statement
               perform r93kq-seal-year
             else
               move 0579 to ui-message-number
               move 'Year close failed.' to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    places each ledger entry on its calendar month and adds up
      *    the year; a month not closed before the last closed one is
      *    missing from the ledger, after it the month is still open
       r93kn-check-year.

           move zeros  to yc-month-table.
           move zero   to yc-last-closed yc-open-count
                          yc-missing-count yc-broken-count.
           move spaces to yc-first-broken yl-last-hash.
           move zero   to yl-opening-rows yl-closing-rows
                          yl-max-prime yl-iface-records yl-milestones
                          yl-disc-months yl-cost yl-runs.

           perform r93kp-add-ledger-month
             varying yc-entry from 1 by 1 until yc-entry > yl-count.

           perform r93kr-count-open-month
             varying yc-month from 1 by 1 until yc-month > 12.

           if yc-slot(1) > zero
             move yle-prior(yc-slot(1)) to yl-opening-rows
           end-if.
           if yl-count > zero
             move yle-rows(yl-count)      to yl-closing-rows
             move yle-max-prime(yl-count) to yl-max-prime
             move yle-hash(yl-count)      to yl-last-hash
           end-if.

       r93kp-add-ledger-month.

           move zero to yc-month.
           if yle-period(yc-entry)(5:2) is numeric
             move yle-period(yc-entry)(5:2) to yc-month
           end-if.
           if yc-month >= 1 and yc-month <= 12
             move yc-entry to yc-slot(yc-month)
             if yc-month > yc-last-closed
               move yc-month to yc-last-closed
             end-if
           end-if.

           add yle-iface(yc-entry)      to yl-iface-records.
           add yle-milestones(yc-entry) to yl-milestones.
           add yle-cost(yc-entry)       to yl-cost.
           add yle-runs(yc-entry)       to yl-runs.
           if yle-discrepancy(yc-entry) not = zero
             add 1 to yl-disc-months
           end-if.
           if not yle-link-ok(yc-entry)
             add 1 to yc-broken-count
             if yc-first-broken = spaces
               move yle-period(yc-entry) to yc-first-broken
             end-if
           end-if.

       r93kr-count-open-month.

           if yc-slot(yc-month) = zero
             add 1 to yc-open-count
             if yc-month < yc-last-closed
               add 1 to yc-missing-count
             end-if
           end-if.

       r93ko-print-year-statement.

           move 'write-line' to ui-methods.

           move spaces to report-line-work.
           string 'Annual statement for year ' delimited by size
                  yl-year                      delimited by size
                  '  '                         delimited by size
                  function trim(env-name)      delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           move yl-opening-rows to stat-numeric-ed.
           move spaces to report-line-work.
           string 'Opening position: '   delimited by size
                  stat-numeric-ed        delimited by size
                  ' rows'                delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move yl-closing-rows to stat-numeric-ed.
           move yl-max-prime    to stat-numeric-ed2.
           move spaces to report-line-work.
           string 'Closing position: '    delimited by size
                  stat-numeric-ed         delimited by size
                  ' rows, largest prime ' delimited by size
                  stat-numeric-ed2        delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           compute yc-growth = yl-closing-rows - yl-opening-rows.
           move yc-growth to yc-growth-ed.
           move spaces to report-line-work.
           string 'Growth over the year: ' delimited by size
                  yc-growth-ed             delimited by size
                  ' rows'                  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move yc-head to ui-report-line.
           call "primesui" using primes-ui.
           perform r93ks-year-month-line
             varying yc-month from 1 by 1 until yc-month > 12.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Discrepancies and their resolution:'
             to ui-report-line.
           call "primesui" using primes-ui.
           perform r93kt-year-discrepancy-line
             varying yc-entry from 1 by 1 until yc-entry > yl-count.
           if yl-disc-months = zero
             move '  none, every month continued from the one before.'
               to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move yl-iface-records to stat-numeric-ed.
           move yl-milestones    to stat-numeric-ed2.
           move spaces to report-line-work.
           string 'Interface records published: ' delimited by size
                  function trim(stat-numeric-ed)  delimited by size
                  '   milestones reached: '       delimited by size
                  function trim(stat-numeric-ed2) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move yl-cost to yc-cost-ed.
           move yl-runs to yc-count-ed.
           move spaces to report-line-work.
           string 'Chargeback cost total: '    delimited by size
                  function trim(yc-cost-ed)    delimited by size
                  ' over '                     delimited by size
                  function trim(yc-count-ed)   delimited by size
                  ' run(s)'                    delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move yl-count         to yc-count-ed.
           move yc-missing-count to yc-count-ed2.
           compute yc-count-ed3 = yc-open-count - yc-missing-count.
           move spaces to report-line-work.
           string 'Months closed: '            delimited by size
                  function trim(yc-count-ed)   delimited by size
                  ' of 12   missing: '         delimited by size
                  function trim(yc-count-ed2)  delimited by size
                  '   still open: '            delimited by size
                  function trim(yc-count-ed3)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move spaces to report-line-work.
           if yc-broken-count = zero
             move 'Ledger hash chain: intact' to report-line-work
           else
             string 'Ledger hash chain: BROKEN at period '
                      delimited by size
                    yc-first-broken delimited by size
                    into report-line-work
             end-string
           end-if.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to report-line-work.
           if yl-already-sealed
             string 'Year sealed on '           delimited by size
                    yl-sealed-at                delimited by size
                    ' by '                      delimited by size
                    function trim(yl-sealed-by) delimited by size
                    into report-line-work
             end-string
           else
             string 'Signed off by operator: ' delimited by size
                    operator-id                delimited by size
                    into report-line-work
             end-string
           end-if.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move 'log-message' to ui-methods.

       r93ks-year-month-line.

           move spaces to report-line-work.
           move yl-year  to report-line-work(1:4).
           move yc-month to report-line-work(5:2).

           if yc-slot(yc-month) = zero
             if yc-month < yc-last-closed
               move 'MISSING from the monthly ledger'
                 to report-line-work(9:)
             else
               move 'not closed' to report-line-work(9:)
             end-if
             move report-line-work to ui-report-line
           else
             move yc-slot(yc-month) to yc-entry
             move yle-period(yc-entry)      to ycd-period
             move yle-rows(yc-entry)        to ycd-rows
             compute yc-growth = yle-rows(yc-entry)
                               - yle-prior(yc-entry)
             move yc-growth                 to ycd-growth
             move yle-iface(yc-entry)       to ycd-iface
             move yle-milestones(yc-entry)  to ycd-miles
             move yle-discrepancy(yc-entry) to ycd-disc
             move yle-cost(yc-entry)        to ycd-cost
             if yle-link-ok(yc-entry)
               move 'ok'     to ycd-chain
             else
               move 'BROKEN' to ycd-chain
             end-if
             move yc-detail to ui-report-line
           end-if.
           call "primesui" using primes-ui.

       r93kt-year-discrepancy-line.

           if yle-discrepancy(yc-entry) not = zero
             move yle-discrepancy(yc-entry) to dens-dev-ed
             move yle-fixes(yc-entry)       to yc-count-ed
             move spaces to report-line-work
             string '  '                        delimited by size
                    yle-period(yc-entry)        delimited by size
                    '  discrepancy '            delimited by size
                    function trim(dens-dev-ed)  delimited by size
                    ', corrective run(s) '      delimited by size
                    function trim(yc-count-ed)  delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move spaces to report-line-work
             if yle-resolution(yc-entry) = spaces
               move '          resolution: none recorded'
                 to report-line-work
             else
               string '          resolution: '  delimited by size
                      yle-resolution(yc-entry)  delimited by size
                      into report-line-work
               end-string
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

      *    a year is sealed once, only with every month closed and
      *    the monthly hash chain intact
       r93kq-seal-year.

           evaluate true
             when yl-already-sealed
               move 0575 to ui-message-number
               move 'Year already sealed, the year ledger is immutable.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             when yc-open-count > zero
               move 0576 to ui-message-number
               move 'Year close refused: a month of the year is open.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             when yc-broken-count > zero
               move 0577 to ui-message-number
               move 'Year close refused: monthly hash chain broken.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             when other
               move 'year-seal' to dal-methods
               call "primes" using primes-dal
               if dal-method-ok
                 move 0578 to ui-message-number
                 move 'Year sealed in the year ledger.'
                   to program-message
                 call "primesui" using primes-ui
                 move 1 to gen-row-count
               else
                 move 0579 to ui-message-number
                 move 'Year close failed.' to program-message
                 call "primesui" using primes-ui
                 move 1 to session-result
               end-if
           end-evaluate.

      *    the credentials live in the default schema next to the
      *    operator audit; the temporary secret is shown on the
      *    console only and has to be changed at the first sign-on
       r90-start-primes-secretreset.

           move space      to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-secretreset"   to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'secretreset'    to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93ku-check-listed
             if not sr-is-listed
               move 0592 to ui-message-number
               move 'Secret reset refused: operator not in the file.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
               move "refused" to oa-outcome
             else
               perform r93kw-draw-secret
               perform r93ky-store-temporary
             end-if
             move operator-id     to dal-operator
             move "primesgen"     to oa-program
             move "secretreset"   to oa-action
             move spaces          to oa-detail
             string 'operator '                   delimited by size
                    function trim(signon-operator) delimited by size
                    into oa-detail
             end-string
             move 'audit-write' to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ku-check-listed.

           move "N" to sr-listed.
           move "N" to operators-eof.
           if signon-operator not = spaces
             open input foperators
             if operators-status = "00"
               perform r93kv-scan-listed
                 until operators-at-end or sr-is-listed
               close foperators
             end-if
           end-if.

       r93kv-scan-listed.

           read foperators
             at end move "Y" to operators-eof
           end-read.

           if not operators-at-end
             move space to auth-id
             unstring operators-buffer delimited by all space
               into auth-id
             end-unstring
             if auth-id = signon-operator
               and auth-id(1:1) not = "*"
               move "Y" to sr-listed
             end-if
           end-if.

       r93kw-draw-secret.

           accept rnd-date from date yyyymmdd.
           accept rnd-time from time.
           compute sr-seed = function mod(rnd-date, 1000) * 1000000
                           + function mod(rnd-time, 1000000).
           compute sr-random = function random(sr-seed).
           move spaces to sr-secret.
           perform r93kx-draw-character
             varying sr-pos from 1 by 1 until sr-pos > 12.

       r93kx-draw-character.

           compute sr-random = function random.
           compute sr-pick = sr-random * 56 + 1.
           if sr-pick > 56
             move 56 to sr-pick
           end-if.
           move sr-alphabet(sr-pick:1) to sr-secret(sr-pos:1).

       r93ky-store-temporary.

           move signon-operator to so-operator.
           move sr-secret       to so-secret.
           move "Y"             to so-must-change.
           move spaces          to so-salt.
           string rnd-time       delimited by size
                  rnd-date(3:6)  delimited by size
                  into so-salt
           end-string.
           move 'signon-secret' to dal-methods.
           call "primes" using primes-dal.
           move spaces to so-secret.

           if dal-method-ok
             display "Temporary secret for "
                     function trim(signon-operator) ": "
                     sr-secret upon scherm
             display "It must be changed at the first sign-on."
               upon scherm
             move spaces to program-message
             string 'Temporary secret issued to '  delimited by size
                    function trim(signon-operator) delimited by size
                    '.'                            delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
             move 1 to gen-row-count
             move "issued" to oa-outcome
           else
             move 0593 to ui-message-number
             move 'Secret reset failed.' to program-message
             call "primesui" using primes-ui
             move 1 to session-result
             move "failed" to oa-outcome
           end-if.
           move spaces to sr-secret.

       r90-start-primes-retention.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-retention"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'retention'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'retention-sweep' to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             move 'write-line' to ui-methods
             move 'Retention sweep of operational tables'
               to ui-report-line
             call "primesui" using primes-ui
             move
              'table                            keep  act'
               & '      swept               held'
               to ui-report-line
             call "primesui" using primes-ui

             move zero to gen-row-count
             perform r93ca-print-retention-row
                     varying scan-line-idx from 1 by 1
                     until scan-line-idx > rt-count

             move 'log-message' to ui-methods

           else
             move 0349 to ui-message-number
             move 'Retention sweep failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ca-print-retention-row.

           add rte-rows(scan-line-idx) to gen-row-count.
           move rte-keep-days(scan-line-idx) to stat-numeric-ed.
           move rte-rows(scan-line-idx)      to stat-numeric-ed2.
           move rte-held(scan-line-idx)      to stat-numeric-ed3.
           move spaces to report-line-work.
           string rte-table(scan-line-idx)   delimited by size
                  ' '                        delimited by size
                  stat-numeric-ed            delimited by size
                  '  '                       delimited by size
                  rte-action(scan-line-idx)  delimited by size
                  '  '                       delimited by size
                  stat-numeric-ed2           delimited by size
                  ' '                        delimited by size
                  stat-numeric-ed3           delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-nthprime.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-nthprime"      to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'nthprime'       to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move lookup-number of primes-session to pc-number
             move 'nth-prime'      to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             move 'write-line' to ui-methods
             move 'Nth prime query'
               to ui-report-line
             call "primesui" using primes-ui

             move pc-number to stat-numeric-ed
             move spaces to report-line-work
             if pc-was-found
               move pc-result to stat-numeric-ed2
               string 'position '                delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      ' prime '                  delimited by size
                      function trim(stat-numeric-ed2)
                                                 delimited by size
                      into report-line-work
               end-string
               move 1    to gen-row-count
             else
               move pc-table-count to stat-numeric-ed2
               move pc-max-prime   to stat-numeric-ed3
               string 'position '                delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      ' beyond stored primes (count '
                                                 delimited by size
                      function trim(stat-numeric-ed2)
                                                 delimited by size
                      ', max '                   delimited by size
                      function trim(stat-numeric-ed3)
                                                 delimited by size
                      ')'                        delimited by size
                      into report-line-work
               end-string
               move zero to gen-row-count
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui

             move 'log-message' to ui-methods

           else
             move 0362 to ui-message-number
             move 'Nth-prime query failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r90-start-primes-primecount.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-primecount"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'primecount'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move lookup-number of primes-session to pc-number
             move 'prime-count'    to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             move 'write-line' to ui-methods
             move 'Prime count query'
               to ui-report-line
             call "primesui" using primes-ui

             move pc-number to stat-numeric-ed
             move pc-result to stat-numeric-ed2
             move spaces to report-line-work
             string 'primes up to '              delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ': '                         delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui

             if pc-number > pc-max-prime
               move pc-max-prime to stat-numeric-ed3
               move spaces to report-line-work
               string 'coverage ends at '        delimited by size
                      function trim(stat-numeric-ed3)
                                                 delimited by size
                      ', count is a lower bound' delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if

             move pc-result to gen-row-count

             move 'log-message' to ui-methods

           else
             move 0363 to ui-message-number
             move 'Prime count query failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r90-start-primes-primerange.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-primerange"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'primerange'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move range-low-number  to pc-low
             move range-high-number to pc-high
             move zero             to pc-limit
             move 'range-count'    to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move 'range-cursor' to dal-methods
               call "primes" using primes-dal
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             move 'write-line' to ui-methods
             move pc-low  to stat-numeric-ed
             move pc-high to stat-numeric-ed2
             move spaces to report-line-work
             string 'Primes from '               delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ' to '                       delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move
              '             seq               ident'
               & '               prime'
               to ui-report-line
             call "primesui" using primes-ui

             move zero to prq-listed
             move "N"  to prq-done
             perform r93cb-range-scan until prq-scan-done

             move prq-listed to stat-numeric-ed
             move spaces to report-line-work
             string 'primes listed: '            delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui

             if pc-high > pc-max-prime
               move pc-max-prime to stat-numeric-ed3
               move spaces to report-line-work
               string 'coverage ends at '        delimited by size
                      function trim(stat-numeric-ed3)
                                                 delimited by size
                      ', range is incomplete'    delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if

             move prq-listed to gen-row-count

             move 'log-message' to ui-methods

           else
             move 0364 to ui-message-number
             move 'Primes-in-range listing failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93cb-range-scan.

           move 'range-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to prq-done
             when dal-method-nok
               move "Y" to prq-done
               move 1   to session-result
             when other
               add 1 to prq-listed
               move pc-seq          to stat-numeric-ed
               move primes-sequence to stat-numeric-ed2
               move prime-number    to stat-numeric-ed3
               move spaces to report-line-work
               string stat-numeric-ed  delimited by size
                      ' '              delimited by size
                      stat-numeric-ed2 delimited by size
                      ' '              delimited by size
                      stat-numeric-ed3 delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
           end-evaluate.

      *    bring primes_bitmap.dat up to the table: new primes
      *    above its limit are added; when the bitmap reaches past
      *    the table or the counts disagree afterwards it is rebuilt
       r93cc-refresh-bitmap.

           move "primesgen"   to program-name.
           move "r93cc-refresh-bitmap"           to program-paragraph.
           move 'log-message' to ui-methods.

           move "N" to bmp-refresh.
           move 'table-coverage' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'extend' to bmap-methods
             call "primesbmap" using primes-bmap
             if bmap-is-present and bmap-limit > pc-max-prime
               move 'rebuild' to bmap-methods
               call "primesbmap" using primes-bmap
             end-if
             if bmap-is-present
               move "Y" to bmp-refresh
               perform r93cd-fill-bitmap
               if bmap-row-count not = pc-table-count
                 move 'rebuild' to bmap-methods
                 call "primesbmap" using primes-bmap
                 perform r93cd-fill-bitmap
               end-if
               move 'finish' to bmap-methods
               call "primesbmap" using primes-bmap
               if not bmap-method-ok
                 move "N" to bmp-refresh
               end-if
             end-if
           end-if.

           if bmp-refresh-ok
             move bmap-limit     to stat-numeric-ed
             move bmap-row-count to stat-numeric-ed2
             move spaces to program-message
             string 'Bitmap file covers to '  delimited by size
                    function trim(stat-numeric-ed)
                                              delimited by size
                    ', '                      delimited by size
                    function trim(stat-numeric-ed2)
                                              delimited by size
                    ' prime(s).'              delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           else
             move 0374 to ui-message-number
             move 'Bitmap file could not be brought up to date.'
               to program-message
             call "primesui" using primes-ui.

       r93cd-fill-bitmap.

           compute pc-low = bmap-limit + 1.
           move 999999999999999999 to pc-high.
           move 'range-cursor' to dal-methods.
           call "primes" using primes-dal.
           move "N" to bmp-done.
           if not dal-method-ok
             move "N" to bmp-refresh
             move "Y" to bmp-done.
           perform r93ce-add-bitmap-prime until bmp-fill-done.

       r93ce-add-bitmap-prime.

           move 'range-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               move pc-prime to bmap-number
               move 'set'    to bmap-methods
               call "primesbmap" using primes-bmap
               if not bmap-method-ok
                 move "N" to bmp-refresh
                 move "Y" to bmp-done
               end-if
             when dal-method-eof
               move "Y" to bmp-done
             when other
               move "N" to bmp-refresh
               move "Y" to bmp-done
           end-evaluate.

       r90-start-primes-apsearch.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-apsearch"      to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'apsearch'       to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'table-coverage' to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             perform r93cf-apsearch-setup

             move 'write-line' to ui-methods
             move range-low-number  to stat-numeric-ed
             move range-high-number to stat-numeric-ed2
             move ap-min-length     to aps-len-ed
             move spaces to report-line-work
             string 'Arithmetic progressions of primes from '
                                                 delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ' to '                       delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    ', length '                  delimited by size
                    function trim(aps-len-ed)    delimited by size
                    ' or more'                   delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move aps-dlast to aps-diff-ed
             move spaces to report-line-work
             if ap-difference = zero
               string 'differences up to '       delimited by size
                      function trim(aps-diff-ed) delimited by size
                      into report-line-work
               end-string
             else
               string 'difference '              delimited by size
                      function trim(aps-diff-ed) delimited by size
                      into report-line-work
               end-string
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move
              '             start  difference  length'
               & '          last term'
               to ui-report-line
             call "primesui" using primes-ui

             perform r93cg-apsearch-window until aps-search-done

             if session-result = zero
               perform r93cn-apsearch-summary
             end-if

             if range-high-number > aps-table-max
               move aps-table-max to stat-numeric-ed3
               move spaces to report-line-work
               string 'coverage ends at '        delimited by size
                      function trim(stat-numeric-ed3)
                                                 delimited by size
                      ', terms above it were computed'
                                                 delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if

             move 'log-message' to ui-methods

           else
             move 0378 to ui-message-number
             move 'Arithmetic progression search failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    differences are searched in steps of the product of the
      *    primes up to the minimum length: any longer progression
      *    starting above that length must have such a difference
       r93cf-apsearch-setup.

           move pc-max-prime to aps-table-max.

           if ap-difference = zero
             move 1 to aps-dstep
             perform r93cq-apsearch-step
                     varying aps-small-idx from 1 by 1
                     until aps-small-idx > 9
             move 2310 to aps-dlast
             if aps-dstep > aps-dlast
               move aps-dstep to aps-dlast
             end-if
           else
             move ap-difference to aps-dstep aps-dlast
           end-if.
           move aps-dlast to aps-dmax.

           move range-low-number to aps-pos.
           if aps-pos < 3
             move 3 to aps-pos.
           divide aps-pos by 2 giving aps-q remainder aps-r.
           if aps-r = zero
             add 1 to aps-pos.

           perform r99b-build-catalog-params.
           move cat-params to ap-run-key.

           move zero to delta-since-ident.
           perform r90f-resume-report.
           if rpt-was-resumed
             if delta-since-ident > aps-pos
               move delta-since-ident to aps-pos
             end-if
           else
             move 'ap-clear' to dal-methods
             call "primes" using primes-dal
           end-if.

           move "N" to aps-done.
           if aps-pos > range-high-number
             move "Y" to aps-done.

       r93cq-apsearch-step.

           if aps-small-prime(aps-small-idx) <= ap-min-length
             multiply aps-small-prime(aps-small-idx) by aps-dstep.

      *    one window of prime flags from the table serves the start
      *    primes up to aps-slimit and the terms that follow them
       r93cg-apsearch-window.

           if aps-pos > aps-dmax + 3
             compute aps-wlow = aps-pos - aps-dmax
           else
             move 3 to aps-wlow
           end-if.
           divide aps-wlow by 2 giving aps-q remainder aps-r.
           if aps-r = zero
             subtract 1 from aps-wlow.
           compute aps-whigh = aps-wlow + 99998.

           compute aps-span = aps-whigh
                            - ( ap-min-length - 1 ) * aps-dmax
                            - aps-pos.
           if aps-span < 2000
             compute aps-slimit = aps-pos + 2000
           else
             compute aps-slimit = aps-pos + aps-span
           end-if.
           if aps-slimit > range-high-number
             move range-high-number to aps-slimit.

           move all "N" to aps-flags.
           move aps-wlow  to pc-low.
           move aps-whigh to pc-high.
           move 'range-cursor' to dal-methods.
           call "primes" using primes-dal.
           move "N" to aps-fill.
           if not dal-method-ok
             move 1   to session-result
             move "Y" to aps-fill.
           perform r93ch-apsearch-flag until aps-fill-done.

           move aps-pos to aps-start.
           perform r93ci-apsearch-start
                   until aps-start > aps-slimit
                      or session-result not = zero.
           move aps-start to aps-pos.

           if session-result not = zero
              or aps-pos > range-high-number
             move "Y" to aps-done
           else
             move aps-pos to gen-last-ident
             compute rpt-check-counter = rpt-check-every - 1
             perform r86j-report-progress
             if session-result not = zero
               move "Y" to aps-done
             end-if
           end-if.

       r93ch-apsearch-flag.

           move 'range-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               if pc-prime >= aps-wlow
                 compute aps-slot = ( pc-prime - aps-wlow ) / 2 + 1
                 move "Y" to aps-flag(aps-slot)
               end-if
             when dal-method-eof
               move "Y" to aps-fill
             when other
               move 1   to session-result
               move "Y" to aps-fill
           end-evaluate.

       r93ci-apsearch-start.

           move aps-start to aps-number.
           perform r93cj-apsearch-test.

           if aps-is-prime
             evaluate true
               when ap-difference not = zero
                 move ap-difference to aps-d aps-dinc
               when aps-start > ap-min-length
                 move aps-dstep to aps-d aps-dinc
               when other
                 move 2 to aps-d aps-dinc
             end-evaluate
             perform r93ck-apsearch-difference
                     until aps-d > aps-dlast
                        or session-result not = zero
           end-if.

           add 2 to aps-start.

      *    the window flags answer for the table, anything outside
      *    the window or above the table is computed
       r93cj-apsearch-test.

           move "N" to aps-prime.
           divide aps-number by 2 giving aps-q remainder aps-r.

           evaluate true
             when aps-number < 3 or aps-r = zero
               continue
             when aps-number >= aps-wlow
                  and aps-number <= aps-whigh
                  and aps-number <= aps-table-max
               compute aps-slot = ( aps-number - aps-wlow ) / 2 + 1
               move aps-flag(aps-slot) to aps-prime
             when other
               move 'isprime'  to math-methods
               move aps-number to math-number
               call "primesmath" using primes-math
               move math-prime-flag to aps-prime
           end-evaluate.

      *    a progression is taken only from its first term inside
      *    the range, so each one is listed exactly once
       r93ck-apsearch-difference.

           compute aps-number = aps-start + aps-d.
           if aps-number <= range-high-number
             perform r93cj-apsearch-test
           else
             move "N" to aps-prime
           end-if.

           if aps-is-prime
             if aps-start >= range-low-number + aps-d
               compute aps-number = aps-start - aps-d
               perform r93cj-apsearch-test
             else
               move "N" to aps-prime
             end-if
             if not aps-is-prime
               compute aps-term = aps-start + aps-d
               move 2   to aps-len
               move "N" to aps-ext
               perform r93cl-apsearch-extend until aps-ext-done
               if aps-len >= ap-min-length
                 perform r93cm-apsearch-report
               end-if
             end-if
           end-if.

           add aps-dinc to aps-d.

       r93cl-apsearch-extend.

           compute aps-number = aps-term + aps-d.
           if aps-number > range-high-number or aps-len = 99
             move "Y" to aps-ext
           else
             perform r93cj-apsearch-test
             if aps-is-prime
               add 1 to aps-len
               move aps-number to aps-term
             else
               move "Y" to aps-ext
             end-if
           end-if.

       r93cm-apsearch-report.

           move aps-start to stat-numeric-ed.
           move aps-d     to aps-diff-ed.
           move aps-len   to aps-len-ed.
           move aps-term  to stat-numeric-ed2.
           move spaces to report-line-work.
           string stat-numeric-ed  delimited by size
                  ' '              delimited by size
                  aps-diff-ed      delimited by size
                  ' '              delimited by size
                  aps-len-ed       delimited by size
                  ' '              delimited by size
                  stat-numeric-ed2 delimited by size
                  into report-line-work
           end-string.
           move 'write-line' to ui-methods.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           add 1 to gen-row-count.

           move aps-start to ap-start.
           move aps-d     to ap-diff.
           move aps-len   to ap-length.
           move 'ap-record' to dal-methods.
           call "primes" using primes-dal.
           if not dal-method-ok
             move 1 to session-result.

       r93cn-apsearch-summary.

           move 'ap-summary' to dal-methods.
           call "primes" using primes-dal.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           if dal-method-ok
             move gen-row-count to stat-numeric-ed
             move spaces to report-line-work
             string 'progressions found: '      delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move 'Longest progression per band of one million'
               to ui-report-line
             call "primesui" using primes-ui
             move
              '     band      found length'
               & '              start  difference'
               to ui-report-line
             call "primesui" using primes-ui
             perform r93co-print-ap-band
                     varying ap-band-idx from 1 by 1
                     until ap-band-idx > ap-band-count
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move 'Progressions by length' to ui-report-line
             call "primesui" using primes-ui
             move 'length     found' to ui-report-line
             call "primesui" using primes-ui
             perform r93cp-print-ap-length
                     varying ap-len-idx from 1 by 1
                     until ap-len-idx > ap-len-count
           else
             move 1 to session-result
           end-if.

       r93co-print-ap-band.

           move apb-band(ap-band-idx)   to scan-run-ed.
           move apb-found(ap-band-idx)  to aps-found-ed.
           move apb-length(ap-band-idx) to aps-len-ed.
           move apb-start(ap-band-idx)  to stat-numeric-ed.
           move apb-diff(ap-band-idx)   to aps-diff-ed.
           move spaces to report-line-work.
           string scan-run-ed     delimited by size
                  ' '             delimited by size
                  aps-found-ed    delimited by size
                  ' '             delimited by size
                  aps-len-ed      delimited by size
                  ' '             delimited by size
                  stat-numeric-ed delimited by size
                  ' '             delimited by size
                  aps-diff-ed     delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r93cp-print-ap-length.

           move apl-length(ap-len-idx) to aps-len-ed.
           move apl-found(ap-len-idx)  to scan-run-ed.
           move spaces to report-line-work.
           string aps-len-ed  delimited by size
                  ' '         delimited by size
                  scan-run-ed delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-race.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-race"          to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'race'           to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93cr-race-classes
             if rc-class-count = zero
               move 0381 to ui-message-number
               move
                'Modulus must be 3 to 60 with at most 16 classes.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok and session-result = zero then

             move zero to rc-leader rc-total-changes
             move "N"  to rc-csv
             if reportracecsv-mode
               move "Y" to rc-csv
               open output frace
               move 'type,band,residue,count,cumulative,behind'
                 to race-buffer
               write race-buffer
             else
               move 'write-line' to ui-methods
               move race-modulus to rc-mod-ed
               move spaces to report-line-work
               string 'Prime race by band, residue classes modulo '
                                                 delimited by size
                      function trim(rc-mod-ed)   delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move
                'counts are per band, the cumulative count and the '
                 & 'lead run from the first band'
                 to ui-report-line
               call "primesui" using primes-ui
             end-if

             move zero to dens-total-bands bm-start-band
             move 50   to bm-count
             perform r93cs-race-page
               until dal-method-nok or bm-count < 50
                  or session-result not = zero

             if dens-total-bands = zero and dal-method-ok
               move 'log-message' to ui-methods
               move 0382 to ui-message-number
               move
                'Band metadata is empty, run bandstat REBUILD first.'
                 to program-message
               call "primesui" using primes-ui
             end-if

             if rc-csv-on
               close frace
               move "primes_race.csv" to ui-report-filename
             else
               perform r93da-race-summary
             end-if

             move dens-total-bands to gen-row-count
             move 'log-message' to ui-methods
           end-if.

           if dal-method-nok and session-method-ok then
             move 'log-message' to ui-methods
             move 0383 to ui-message-number
             move 'Prime race report failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    only the residues prime to the modulus can hold more than
      *    one prime; rc-slot-of maps a residue to its column
       r93cr-race-classes.

           move zero to rc-class-count.
           move all zero to rc-slot-table.
           if race-modulus >= 3 and race-modulus <= 60
             perform r93cu-race-add-class
                     varying rc-residue-work from 1 by 1
                     until rc-residue-work >= race-modulus
                        or rc-class-count > 16
           end-if.
           if rc-class-count > 16
             move zero to rc-class-count.

       r93cu-race-add-class.

           move race-modulus    to rc-gcd-a.
           move rc-residue-work to rc-gcd-b.
           perform r93cw-race-gcd until rc-gcd-b = zero.
           if rc-gcd-a = 1
             add 1 to rc-class-count
             if rc-class-count <= 16
               move rc-residue-work to rc-residue(rc-class-count)
               move zero to rc-band-count(rc-class-count)
                            rc-cum(rc-class-count)
               move rc-class-count to rc-slot-of(rc-residue-work)
             end-if
           end-if.

       r93cw-race-gcd.

           divide rc-gcd-a by rc-gcd-b giving rc-q remainder rc-gcd-r.
           move rc-gcd-b to rc-gcd-a.
           move rc-gcd-r to rc-gcd-b.

       r93cs-race-page.

           move 'band-list' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             perform r93ct-race-band
                     varying scan-line-idx from 1 by 1
                     until scan-line-idx > bm-count
                        or dal-method-nok
             add bm-count to dens-total-bands
             if bm-count > zero
               compute bm-start-band = bme-band(bm-count) + 1
             end-if
           end-if.

       r93ct-race-band.

           move bme-band(scan-line-idx) to rc-band-no.
           move zero to rc-band-total rc-band-changes.
           perform r93cv-race-zero-band
                   varying rc-idx from 1 by 1
                   until rc-idx > rc-class-count.

           if not rc-csv-on
             compute dens-low  = rc-band-no * 1000000
             compute dens-high = dens-low + 999999
             move dens-low  to stat-numeric-ed
             move dens-high to stat-numeric-ed2
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move spaces to report-line-work
             string 'Band '                      delimited by size
                    rc-band-no                   delimited by size
                    ': '                         delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ' - '                        delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

           compute pc-low  = rc-band-no * 1000000.
           compute pc-high = pc-low + 999999.
           move 'range-cursor' to dal-methods.
           call "primes" using primes-dal.
           move "N" to rc-scan.
           if not dal-method-ok
             move "Y" to rc-scan.
           perform r93cx-race-prime until rc-scan-done.

           if dal-method-ok
             perform r93cz-race-print-band
           end-if.

       r93cv-race-zero-band.

           move zero to rc-band-count(rc-idx).

      *    only the class just counted can take the lead, so the
      *    change is caught at the prime where it happens
       r93cx-race-prime.

           move 'range-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               add 1 to rc-band-total
               divide pc-prime by race-modulus
                      giving rc-q remainder rc-r
               move zero to rc-slot
               if rc-r > zero
                 move rc-slot-of(rc-r) to rc-slot
               end-if
               if rc-slot > zero
                 add 1 to rc-band-count(rc-slot) rc-cum(rc-slot)
                 evaluate true
                   when rc-leader = zero
                     move rc-slot to rc-leader
                   when rc-slot not = rc-leader
                        and rc-cum(rc-slot) > rc-cum(rc-leader)
                     move rc-leader to rc-old-slot
                     move rc-slot   to rc-leader
                     perform r93cy-race-change
                   when other
                     continue
                 end-evaluate
               end-if
             when dal-method-eof
               move 0 to dal-result
               move "Y" to rc-scan
             when other
               move "Y" to rc-scan
           end-evaluate.

       r93cy-race-change.

           add 1 to rc-band-changes rc-total-changes.

           move rc-leader to rc-label-slot.
           perform r93db-race-label.
           move rc-class-label to rc-new-label.
           move rc-old-slot to rc-label-slot.
           perform r93db-race-label.
           move pc-prime to stat-numeric-ed.

           move spaces to report-line-work.
           if rc-csv-on
             string 'change,'                    delimited by size
                    rc-band-no                   delimited by size
                    ','                          delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ','                          delimited by size
                    function trim(rc-new-label)  delimited by size
                    ','                          delimited by size
                    function trim(rc-class-label)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to race-buffer
             write race-buffer
           else
             if rc-band-changes <= rc-show-changes
               string '  lead changes hands at '  delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      ': '                       delimited by size
                      function trim(rc-new-label)
                                                 delimited by size
                      ' overtakes '              delimited by size
                      function trim(rc-class-label)
                                                 delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93cz-race-print-band.

           if not rc-csv-on
             if rc-band-changes > rc-show-changes
               compute rc-q = rc-band-changes - rc-show-changes
               move rc-q to stat-numeric-ed
               move spaces to report-line-work
               string '  ... '                   delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      ' more lead change(s) in this band'
                                                 delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
             move
              '  class             count          cumulative'
               & '       behind leader'
               to ui-report-line
             call "primesui" using primes-ui
           end-if.

           perform r93dc-race-class-line
                   varying rc-idx from 1 by 1
                   until rc-idx > rc-class-count.

           if not rc-csv-on
             move rc-band-total to stat-numeric-ed
             move spaces to report-line-work
             if rc-band-total = bme-rows(scan-line-idx)
               string '  primes in band: '       delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      into report-line-work
               end-string
             else
               move bme-rows(scan-line-idx) to stat-numeric-ed2
               string '  primes in band: '       delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      ' (band metadata shows '   delimited by size
                      function trim(stat-numeric-ed2)
                                                 delimited by size
                      ')'                        delimited by size
                      into report-line-work
               end-string
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93dc-race-class-line.

           move rc-idx to rc-label-slot.
           perform r93db-race-label.
           move zero to rc-behind.
           if rc-leader > zero
             compute rc-behind = rc-cum(rc-leader) - rc-cum(rc-idx)
           end-if.
           move rc-band-count(rc-idx) to scan-run-ed.
           move rc-cum(rc-idx)        to stat-numeric-ed.
           move rc-behind             to stat-numeric-ed2.

           move spaces to report-line-work.
           if rc-csv-on
             string 'count,'                     delimited by size
                    rc-band-no                   delimited by size
                    ','                          delimited by size
                    function trim(rc-class-label)
                                                 delimited by size
                    ','                          delimited by size
                    function trim(scan-run-ed)   delimited by size
                    ','                          delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ','                          delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to race-buffer
             write race-buffer
           else
             move stat-numeric-ed2 to rc-behind-text
             if rc-idx = rc-leader
               move '              leader' to rc-behind-text
             end-if
             string '  '              delimited by size
                    rc-class-label    delimited by size
                    ' '               delimited by size
                    scan-run-ed       delimited by size
                    ' '               delimited by size
                    stat-numeric-ed   delimited by size
                    ' '               delimited by size
                    rc-behind-text    delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93db-race-label.

           move rc-residue(rc-label-slot) to rc-res-ed.
           move race-modulus to rc-mod-ed.
           move spaces to rc-class-label.
           string function trim(rc-res-ed)       delimited by size
                  ' mod '                        delimited by size
                  function trim(rc-mod-ed)       delimited by size
                  into rc-class-label
           end-string.

       r93da-race-summary.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move dens-total-bands to stat-numeric-ed.
           move rc-total-changes to stat-numeric-ed2.
           move spaces to rc-new-label.
           if rc-leader > zero
             move rc-leader to rc-label-slot
             perform r93db-race-label
             move rc-class-label to rc-new-label
           end-if.
           move spaces to report-line-work.
           string 'bands: '                      delimited by size
                  function trim(stat-numeric-ed) delimited by size
                  ', lead changes: '             delimited by size
                  function trim(stat-numeric-ed2)
                                                 delimited by size
                  ', leader at the end: '        delimited by size
                  rc-new-label                   delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-gapfreq.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-gapfreq"       to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'gapfreq'        to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'gapfreq-update' to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             if gf-was-rebuilt
               move 0386 to ui-message-number
               move
                'Gap totals did not match the primes table, recounted.'
                 to program-message
               call "primesui" using primes-ui
             end-if
             move gf-gaps-added to stat-numeric-ed
             move gf-last-prime to stat-numeric-ed2
             move 0388 to ui-message-number
             move spaces to program-message
             string 'Gap totals brought up to '  delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    ', '                         delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ' gap(s) added.'             delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui

             move 'write-line' to ui-methods
             move 'Prime gaps by band against the ln(n) expectation'
               to ui-report-line
             call "primesui" using primes-ui
             move
              '        band               gaps  average expected'
               & '   champion     champion count'
               to ui-report-line
             call "primesui" using primes-ui

             move zero to dens-total-bands gf-start-band gfq-total
             move 50   to gf-band-count
             perform r93dd-gapfreq-band-page
               until dal-method-nok or gf-band-count < 50

             if dal-method-ok
               perform r93df-gapfreq-size-table
             end-if

             move dens-total-bands to gen-row-count
             move 'log-message' to ui-methods
           end-if.

           if dal-method-nok then
             move 'log-message' to ui-methods
             move 0389 to ui-message-number
             move 'Gap frequency report failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93dd-gapfreq-band-page.

           move 'gapfreq-bands' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             perform r93de-print-gapfreq-band
                     varying scan-line-idx from 1 by 1
                     until scan-line-idx > gf-band-count
             add gf-band-count to dens-total-bands
             if gf-band-count > zero
               compute gf-start-band = gfb-band(gf-band-count) + 1
             end-if
           end-if.

      *    the champion is the most frequent gap size in the band,
      *    the smaller size wins a tie
       r93de-print-gapfreq-band.

           move gfb-gaps(scan-line-idx)     to stat-numeric-ed.
           move gfb-average(scan-line-idx)  to gfq-avg-ed.
           move gfb-expected(scan-line-idx) to gfq-exp-ed.
           move gfb-champion(scan-line-idx) to gfq-champ-ed.
           move gfb-champion-count(scan-line-idx) to stat-numeric-ed2.
           add gfb-gaps(scan-line-idx) to gfq-total.

           move spaces to report-line-work.
           string gfb-band(scan-line-idx) delimited by size
                  ' '                     delimited by size
                  stat-numeric-ed         delimited by size
                  ' '                     delimited by size
                  gfq-avg-ed              delimited by size
                  ' '                     delimited by size
                  gfq-exp-ed              delimited by size
                  ' '                     delimited by size
                  gfq-champ-ed            delimited by size
                  ' '                     delimited by size
                  stat-numeric-ed2        delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r93df-gapfreq-size-table.

           move "N" to gf-band-only.
           move zero to gf-band-filter.
           if gap-band not = spaces
              and gap-band(1:1) >= '0' and gap-band(1:1) <= '9'
             compute gf-band-filter =
                     function numval(function trim(gap-band))
             move "Y" to gf-band-only
           end-if.

           move 'gapfreq-sizes' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move zero to gfq-total
             perform r93dg-add-gapfreq-size
                     varying gf-size-idx from 1 by 1
                     until gf-size-idx > gf-size-count
             move 'write-line' to ui-methods
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move spaces to report-line-work
             if gf-one-band
               move gf-band-filter to stat-numeric-ed
               string 'Gap sizes in band '       delimited by size
                      function trim(stat-numeric-ed)
                                                 delimited by size
                      into report-line-work
               end-string
             else
               move 'Gap sizes over all bands' to report-line-work
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move '        gap              count share%'
               to ui-report-line
             call "primesui" using primes-ui
             perform r93dh-print-gapfreq-size
                     varying gf-size-idx from 1 by 1
                     until gf-size-idx > gf-size-count
           end-if.

       r93dg-add-gapfreq-size.

           add gfs-count(gf-size-idx) to gfq-total.

       r93dh-print-gapfreq-size.

           move gfs-size(gf-size-idx)  to gfq-champ-ed.
           move gfs-count(gf-size-idx) to stat-numeric-ed.
           move zero to gfq-share.
           if gfq-total > zero
             compute gfq-share rounded =
                     gfs-count(gf-size-idx) * 100 / gfq-total
           end-if.
           move gfq-share to gfq-share-ed.

           move spaces to report-line-work.
           string ' '             delimited by size
                  gfq-champ-ed    delimited by size
                  ' '             delimited by size
                  stat-numeric-ed delimited by size
                  ' '             delimited by size
                  gfq-share-ed    delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-randprime.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-randprime"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'randprime'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93di-rand-range
             if not rnd-spec-ok
               move 0391 to ui-message-number
               move
                'Give the size as D<digits> (1 to 18) or B<band>.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok and session-result = zero then

             if rand-seed = zero
               accept rnd-date from date yyyymmdd
               accept rnd-time from time
               compute rand-seed = rnd-date * 100000000 + rnd-time
             end-if
             if rand-count = zero
               move 1 to rand-count
             end-if
             move rand-requester to iss-requester
             if iss-requester = spaces
               move operator-id to iss-requester
             end-if
             if iss-requester = spaces
               move 'batch' to iss-requester
             end-if
             move rand-purpose   to iss-purpose
             move rand-spec      to iss-spec
             move rand-seed      to iss-seed math-seed
             move zero           to iss-request-id math-rand-state
                                    rnd-issued rnd-skipped iss-draw-no
             compute rnd-max-draws = rand-count * 20 + 100
             move "N" to rnd-done

             move 'write-line' to ui-methods
             move math-low  to stat-numeric-ed
             move math-high to stat-numeric-ed2
             move spaces to report-line-work
             string 'Random primes '             delimited by size
                    function trim(rand-spec)     delimited by size
                    ' from '                     delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ' to '                       delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move rand-seed to stat-numeric-ed
             move spaces to report-line-work
             string 'requester '                 delimited by size
                    function trim(iss-requester) delimited by size
                    ', purpose '                 delimited by size
                    function trim(iss-purpose)   delimited by size
                    ', seed '                    delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move '     draw               prime'
               to ui-report-line
             call "primesui" using primes-ui

             perform r93dj-rand-draw until rnd-draws-done

             move rnd-issued  to stat-numeric-ed
             move rnd-skipped to stat-numeric-ed2
             move spaces to report-line-work
             string 'issued: '                   delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    ', skipped as issued before: '
                                                 delimited by size
                    function trim(stat-numeric-ed2)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui

             move rnd-issued to gen-row-count
             move 'log-message' to ui-methods
             if dal-method-ok and rnd-issued < rand-count
               move 0392 to ui-message-number
               move 'Fewer primes issued than asked for this size.'
                 to program-message
               call "primesui" using primes-ui
             end-if
           end-if.

           if dal-method-nok then
             move 'log-message' to ui-methods
             move 0394 to ui-message-number
             move 'Random prime issuance failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    D<n> is every n-digit number, B<n> a band of one million
       r93di-rand-range.

           move "N"  to rnd-spec.
           move zero to rnd-size math-low math-high.
           move function upper-case(rand-spec(1:1)) to rnd-kind.
           move rand-spec(2:) to rnd-size-text.
           if rnd-kind >= '0' and rnd-kind <= '9'
             move 'D' to rnd-kind
             move rand-spec to rnd-size-text
           end-if.
           if rnd-size-text(1:1) >= '0' and rnd-size-text(1:1) <= '9'
             compute rnd-size =
                     function numval(function trim(rnd-size-text))
           else
             move 'X' to rnd-kind
           end-if.

           evaluate rnd-kind
             when 'D'
               if rnd-size >= 1 and rnd-size <= 18
                 compute math-low  = 10 ** ( rnd-size - 1 )
                 compute math-high = 10 ** rnd-size - 1
                 move "Y" to rnd-spec
               end-if
             when 'B'
               if rnd-size <= 999999999999
                 compute math-low  = rnd-size * 1000000
                 compute math-high = math-low + 999999
                 move "Y" to rnd-spec
               end-if
             when other
               continue
           end-evaluate.

       r93dj-rand-draw.

           add 1 to iss-draw-no.
           move 'randprime' to math-methods.
           call "primesmath" using primes-math.

           if math-found = zero
             move "Y" to rnd-done
           else
             move math-found to iss-prime
             move 'issue-take' to dal-methods
             call "primes" using primes-dal
             evaluate true
               when not dal-method-ok
                 move "Y" to rnd-done
               when iss-was-taken
                 add 1 to rnd-issued
                 move iss-draw-no to scan-run-ed
                 move iss-prime   to stat-numeric-ed
                 move spaces to report-line-work
                 string scan-run-ed     delimited by size
                        ' '             delimited by size
                        stat-numeric-ed delimited by size
                        into report-line-work
                 end-string
                 move report-line-work to ui-report-line
                 call "primesui" using primes-ui
               when other
                 add 1 to rnd-skipped
             end-evaluate
           end-if.

           if rnd-issued >= rand-count
              or iss-draw-no >= rnd-max-draws
             move "Y" to rnd-done.

       r90-start-primes-issuereport.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-issuereport"   to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'issuereport'    to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move issue-month      to iss-month
             move 'issue-cursor'   to dal-methods
             call "primes" using primes-dal
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok then

             move 'write-line' to ui-methods
             move spaces to report-line-work
             if issue-month = spaces
               move 'Random prime issuance by month and requester'
                 to report-line-work
             else
               string 'Random prime issuance by requester for '
                                                 delimited by size
                      issue-month                delimited by size
                      into report-line-work
               end-string
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move
              'month   requester        purpose                  '
               & '           issued first issued         last issued'
               to ui-report-line
             call "primesui" using primes-ui

             move zero to rnd-issued gen-row-count
             move "N"  to rnd-done
             perform r93dk-issue-row until rnd-draws-done

             move rnd-issued to stat-numeric-ed
             move spaces to report-line-work
             string 'primes issued: '            delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move 'log-message' to ui-methods
           end-if.

           if dal-method-nok then
             move 'log-message' to ui-methods
             move 0395 to ui-message-number
             move 'Issuance report failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93dk-issue-row.

           move 'issue-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               add 1 to gen-row-count
               add iss-row-count to rnd-issued
               move iss-row-count to scan-run-ed
               move spaces to report-line-work
               string iss-row-month     delimited by size
                      ' '               delimited by size
                      iss-row-requester delimited by size
                      ' '               delimited by size
                      iss-row-purpose   delimited by size
                      ' '               delimited by size
                      scan-run-ed       delimited by size
                      ' '               delimited by size
                      iss-row-first     delimited by size
                      ' '               delimited by size
                      iss-row-last      delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             when dal-method-eof
               move 0 to dal-result
               move "Y" to rnd-done
             when other
               move "Y" to rnd-done
           end-evaluate.

       r90-start-primes-provenance.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-provenance"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'provenance'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             if lookup-number of primes-session > zero
               perform r93dl-prov-number
             else
               perform r93dm-prov-breakdown
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-nok then
             move 'log-message' to ui-methods
             move 0402 to ui-message-number
             move 'Provenance report failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93dl-prov-number.

           move "N" to pv-by-ident.
           move lookup-number of primes-session to pv-number.
           move 'provenance-number' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'write-line' to ui-methods
             move pv-number to stat-numeric-ed
             if pv-row-found
               move 1 to gen-row-count
               move pv-ident to stat-numeric-ed2
               move spaces to report-line-work
               string 'Provenance of '            delimited by size
                      function trim(stat-numeric-ed)
                                                  delimited by size
                      ', ident '                  delimited by size
                      function trim(stat-numeric-ed2)
                                                  delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move spaces to report-line-work
               string '  origin   '               delimited by size
                      function trim(pv-type)      delimited by size
                      ' '                         delimited by size
                      function trim(pv-id)        delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move spaces to report-line-work
               string '  written  '               delimited by size
                      pv-at                       delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move spaces to report-line-work
               if pv-run = zero
                 move '  run      not recorded' to report-line-work
               else
                 move pv-run to scan-run-ed
                 string '  run     '              delimited by size
                        scan-run-ed               delimited by size
                        ' '                       delimited by size
                        function trim(pv-run-mode)
                                                  delimited by size
                        ' by '                    delimited by size
                        function trim(pv-run-operator)
                                                  delimited by size
                        ' started '               delimited by size
                        pv-run-start              delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             else
               move spaces to report-line-work
               string function trim(stat-numeric-ed)
                                                  delimited by size
                      ' is not in the primes table.'
                                                  delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move 'log-message' to ui-methods
               move 0403 to ui-message-number
               move 'Number not stored, no provenance to show.'
                 to program-message
               call "primesui" using primes-ui
             end-if
             move 'log-message' to ui-methods
           end-if.

       r93dm-prov-breakdown.

           move 'provenance-cursor' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'write-line' to ui-methods
             move 'Stored primes by origin' to ui-report-line
             call "primesui" using primes-ui
             move
              'origin    source                                    '
               & '     rows             lowest            highest'
               & '  runs  last run'
               to ui-report-line
             call "primesui" using primes-ui
             move zero to prv-total gen-row-count
             move "N"  to prv-done
             perform r93dn-prov-row until prv-rows-done
             move prv-total to stat-numeric-ed
             move spaces to report-line-work
             string 'rows: '                      delimited by size
                    function trim(stat-numeric-ed)
                                                  delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move 'log-message' to ui-methods
           end-if.

       r93dn-prov-row.

           move 'provenance-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               add 1 to gen-row-count
               add pv-row-count to prv-total
               move pv-row-count    to prv-count-ed
               move pv-row-low      to stat-numeric-ed
               move pv-row-high     to stat-numeric-ed2
               move pv-row-runs     to prv-runs-ed
               move pv-row-last-run to scan-run-ed
               move spaces to report-line-work
               string pv-row-type(1:9)   delimited by size
                      ' '                delimited by size
                      pv-row-id          delimited by size
                      prv-count-ed       delimited by size
                      ' '                delimited by size
                      stat-numeric-ed    delimited by size
                      ' '                delimited by size
                      stat-numeric-ed2   delimited by size
                      prv-runs-ed        delimited by size
                      ' '                delimited by size
                      scan-run-ed        delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             when dal-method-eof
               move 0 to dal-result
               move "Y" to prv-done
             when other
               move "Y" to prv-done
           end-evaluate.

       r90-start-primes-userreport.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-userreport"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'userreport'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93do-load-definition
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-ok and session-result = zero then

             move 'userrpt-open' to dal-methods
             call "primes" using primes-dal

             if dal-method-ok
               if urd-output-csv
                 move spaces to urd-csv-filename
                 string 'primes_'                  delimited by size
                        function lower-case(
                          function trim(report-def-name))
                                                   delimited by size
                        '.csv'                     delimited by size
                        into urd-csv-filename
                 end-string
                 open output fuserrpt
               end-if
               perform r93dr-userrpt-heading
               move zero to urd-rows
               initialize urd-acc-table
               move "Y" to urd-first
               move "N" to urd-done
               perform r93ds-userrpt-row until urd-rows-done
               if urd-rows > zero and not urd-output-csv
                 if urd-break-count = 2
                   move 2 to urd-level
                   perform r93du-print-subtotal
                 end-if
                 if urd-break-count > zero
                   move 1 to urd-level
                   perform r93du-print-subtotal
                 end-if
                 move 3 to urd-level
                 perform r93du-print-subtotal
               end-if
               if urd-output-csv
                 close fuserrpt
                 move urd-csv-filename to ui-report-filename
               end-if
               move urd-rows to gen-row-count
               move 'log-message' to ui-methods
             end-if
           end-if.

           if dal-method-nok and session-method-ok then
             move 'log-message' to ui-methods
             move 0406 to ui-message-number
             move 'User report selection failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the named definition is collected from every line that
      *    carries its name; an output word on the command line
      *    overrides the OUTPUT line
       r93do-load-definition.

           perform r93dt-reset-definition.
           move "N"  to urd-found urd-eof.
           move zero to urd-errors.
           move function upper-case(report-def-name)
             to report-def-name.

           open input freportdef.
           if reportdef-status not = "00"
             move 0407 to ui-message-number
             move 'Report definition file primes_report.def missing.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             perform r93dp-read-def-line until urd-at-end
             close freportdef
             if not urd-def-found or urd-col-count = zero
               move 0408 to ui-message-number
               move spaces to program-message
               string 'Report definition '       delimited by size
                      function trim(report-def-name)
                                                 delimited by size
                      ' not found or without COLUMN lines.'
                                                 delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
             if urd-errors > zero
               move 0409 to ui-message-number
               move 'Report definition has errors, see validate.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           end-if.

           if session-result = zero
             evaluate function upper-case(report-def-output)
               when "CSV"   move "C" to urd-output
               when "PRINT" move "P" to urd-output
               when other   continue
             end-evaluate
             perform r93dq-column-widths
           end-if.

       r93dp-read-def-line.

           read freportdef
             at end move "Y" to urd-eof
           end-read.

           if not urd-at-end
             perform r93dv-split-def-line
             if urd-line-name not = spaces
               and urd-line-name(1:1) not = "*"
               and urd-line-name = report-def-name
               move "Y" to urd-found
               perform r93dw-apply-def-line
               if not urd-line-is-ok
                 add 1 to urd-errors
                 move 'log-message' to ui-methods
                 move 0409 to ui-message-number
                 move spaces to program-message
                 string function trim(urd-keyword) delimited by size
                        ': '                       delimited by size
                        function trim(urd-reason)  delimited by size
                        into program-message
                 end-string
                 call "primesui" using primes-ui
               end-if
             end-if
           end-if.

       r93dt-reset-definition.

           move zero       to ur-ident-low ur-prime-low ur-band-low
                              ur-limit.
           move 999999999999999999 to ur-ident-high ur-prime-high.
           move 999999999999 to ur-band-high.
           move space      to ur-twin.
           move "N"        to ur-pal ur-mer ur-sg.
           move spaces     to ur-break1 ur-break2 urd-title.
           move "PRIME"    to ur-sort.
           move "A"        to ur-sort-dir.
           move "P"        to urd-output.
           move zero       to urd-col-count urd-break-count
                              urd-total-count.
           move spaces     to urd-columns.
           move spaces     to urd-break-field(1) urd-break-field(2)
                              urd-total-field(1) urd-total-field(2).

       r93dv-split-def-line.

           move spaces to urd-line-name urd-keyword urd-rest
                          urd-v1 urd-v2 urd-heading-text.
           move 1 to urd-ptr.
           unstring reportdef-buffer delimited by all space
             into urd-line-name urd-keyword
             with pointer urd-ptr
           end-unstring.
           if urd-ptr < 133
             move reportdef-buffer(urd-ptr:) to urd-rest.
           move function upper-case(urd-line-name) to urd-line-name.
           move function upper-case(urd-keyword)   to urd-keyword.

           move 1 to urd-ptr.
           unstring urd-rest delimited by all space
             into urd-v1
             with pointer urd-ptr
           end-unstring.
           if urd-ptr < 121
             move urd-rest(urd-ptr:) to urd-heading-text.
           unstring urd-heading-text delimited by all space
             into urd-v2
           end-unstring.
           move function upper-case(urd-v1) to urd-v1.
           move function upper-case(urd-v2) to urd-v2.

      *    one definition line into the ur- selection and the urd-
      *    layout; urd-reason says why a line is refused
       r93dw-apply-def-line.

           move "Y"    to urd-line-ok.
           move spaces to urd-reason.
           move urd-v1 to urd-field.
           perform r93dx-field-kind.

           evaluate urd-keyword
             when "TITLE"
               move urd-rest to urd-title
             when "IDENT"
               perform r93dy-check-numbers
               if urd-line-is-ok
                 compute ur-ident-low  = function numval(urd-v1)
                 compute ur-ident-high = function numval(urd-v2)
               end-if
             when "PRIME"
               perform r93dy-check-numbers
               if urd-line-is-ok
                 compute ur-prime-low  = function numval(urd-v1)
                 compute ur-prime-high = function numval(urd-v2)
               end-if
             when "BAND"
               if urd-v2 = spaces
                 move urd-v1 to urd-v2
               end-if
               perform r93dy-check-numbers
               if urd-line-is-ok
                 compute ur-band-low  = function numval(urd-v1)
                 compute ur-band-high = function numval(urd-v2)
               end-if
             when "TWIN"
               if urd-v1 = "Y" or urd-v1 = "N"
                 move urd-v1 to ur-twin
               else
                 move "N" to urd-line-ok
                 move 'TWIN takes Y or N' to urd-reason
               end-if
             when "CLASS"
               evaluate urd-v1
                 when "PAL" move "Y" to ur-pal
                 when "MER" move "Y" to ur-mer
                 when "SG"  move "Y" to ur-sg
                 when other
                   move "N" to urd-line-ok
                   move 'CLASS takes PAL, MER or SG' to urd-reason
               end-evaluate
             when "SORT"
               if urd-field-sort
                 move urd-v1 to ur-sort
               else
                 move "N" to urd-line-ok
                 move 'field cannot be sorted on' to urd-reason
               end-if
               evaluate urd-v2
                 when spaces
                 when "ASC"
                   move "A" to ur-sort-dir
                 when "DESC"
                   move "D" to ur-sort-dir
                 when other
                   move "N" to urd-line-ok
                   move 'sort direction is ASC or DESC' to urd-reason
               end-evaluate
             when "COLUMN"
               if not urd-field-column
                 move "N" to urd-line-ok
                 move 'unknown column field' to urd-reason
               else
                 if urd-col-count >= 10
                   move "N" to urd-line-ok
                   move 'more than 10 columns' to urd-reason
                 else
                   add 1 to urd-col-count
                   move urd-v1 to urd-col-field(urd-col-count)
                   if urd-heading-text = spaces
                     move urd-v1 to urd-col-head(urd-col-count)
                   else
                     move urd-heading-text
                       to urd-col-head(urd-col-count)
                   end-if
                 end-if
               end-if
             when "BREAK"
               if not urd-field-break
                 move "N" to urd-line-ok
                 move 'break on BAND, DIGITS, LASTDIGIT or TWIN'
                   to urd-reason
               else
                 if urd-break-count >= 2
                   move "N" to urd-line-ok
                   move 'more than 2 control breaks' to urd-reason
                 else
                   add 1 to urd-break-count
                   move urd-v1 to urd-break-field(urd-break-count)
                   if urd-break-count = 1
                     move urd-v1 to ur-break1
                   else
                     move urd-v1 to ur-break2
                   end-if
                 end-if
               end-if
             when "TOTAL"
               if not urd-field-total
                 move "N" to urd-line-ok
                 move 'totals are kept for GAP or DIGITS'
                   to urd-reason
               else
                 if urd-total-count >= 2
                   move "N" to urd-line-ok
                   move 'more than 2 total fields' to urd-reason
                 else
                   add 1 to urd-total-count
                   move urd-v1 to urd-total-field(urd-total-count)
                 end-if
               end-if
             when "OUTPUT"
               evaluate urd-v1
                 when "PRINT" move "P" to urd-output
                 when "CSV"   move "C" to urd-output
                 when other
                   move "N" to urd-line-ok
                   move 'OUTPUT takes PRINT or CSV' to urd-reason
               end-evaluate
             when "LIMIT"
               if urd-v1(1:1) >= '0' and urd-v1(1:1) <= '9'
                 compute ur-limit = function numval(urd-v1)
               else
                 move "N" to urd-line-ok
                 move 'LIMIT is not numeric' to urd-reason
               end-if
             when other
               move "N" to urd-line-ok
               move 'unknown keyword' to urd-reason
           end-evaluate.

      *    what each field may be used for, see the urd-field 88s
       r93dx-field-kind.

           evaluate urd-field
             when "IDENT"     move "S" to urd-field-kind
             when "PRIME"     move "S" to urd-field-kind
             when "PAL"       move "C" to urd-field-kind
             when "MER"       move "C" to urd-field-kind
             when "SG"        move "C" to urd-field-kind
             when "ORIGIN"    move "C" to urd-field-kind
             when "GAP"       move "G" to urd-field-kind
             when "DIGITS"    move "D" to urd-field-kind
             when "BAND"      move "B" to urd-field-kind
             when "LASTDIGIT" move "B" to urd-field-kind
             when "TWIN"      move "W" to urd-field-kind
             when other       move space to urd-field-kind
           end-evaluate.

       r93dy-check-numbers.

           if urd-v1(1:1) < '0' or urd-v1(1:1) > '9'
              or urd-v2(1:1) < '0' or urd-v2(1:1) > '9'
             move "N" to urd-line-ok
             move 'a numeric low and high are required' to urd-reason
           else
             if function numval(urd-v1) > function numval(urd-v2)
               move "N" to urd-line-ok
               move 'low is above high' to urd-reason
             end-if
           end-if.

       r93dq-column-widths.

           move zero to urd-line-width.
           perform r93dz-column-width
             varying urd-idx from 1 by 1
               until urd-idx > urd-col-count.
           if urd-line-width > 132 and not urd-output-csv
             move 0410 to ui-message-number
             move 'Report columns do not fit 132 print positions.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result.

       r93dz-column-width.

           move "R" to urd-col-align(urd-idx).
           evaluate urd-col-field(urd-idx)
             when "IDENT"     move 12 to urd-col-width(urd-idx)
             when "PRIME"     move 18 to urd-col-width(urd-idx)
             when "BAND"      move 12 to urd-col-width(urd-idx)
             when "GAP"       move 8  to urd-col-width(urd-idx)
             when "DIGITS"    move 2  to urd-col-width(urd-idx)
             when "LASTDIGIT" move 1  to urd-col-width(urd-idx)
             when "ORIGIN"
               move 16 to urd-col-width(urd-idx)
               move "L" to urd-col-align(urd-idx)
             when other
               move 1  to urd-col-width(urd-idx)
               move "L" to urd-col-align(urd-idx)
           end-evaluate.
           move function length(function trim(urd-col-head(urd-idx)))
             to urd-cell-len.
           if urd-cell-len > urd-col-width(urd-idx)
             move urd-cell-len to urd-col-width(urd-idx).
           add urd-col-width(urd-idx) 2 to urd-line-width.

       r93dr-userrpt-heading.

           if urd-output-csv
             move spaces to urd-line
             move 1 to urd-pos
             perform r93ec-csv-heading
               varying urd-idx from 1 by 1
                 until urd-idx > urd-col-count
             move urd-line to userrpt-buffer
             write userrpt-buffer
           else
             move 'write-line' to ui-methods
             if urd-title = spaces
               move spaces to report-line-work
               string 'User report '               delimited by size
                      function trim(report-def-name)
                                                   delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
             else
               move urd-title to ui-report-line
             end-if
             call "primesui" using primes-ui
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move spaces to urd-line
             move 1 to urd-pos
             perform r93ed-print-heading
               varying urd-idx from 1 by 1
                 until urd-idx > urd-col-count
             move urd-line to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93ec-csv-heading.

           if urd-idx > 1
             move "," to urd-line(urd-pos:1)
             add 1 to urd-pos
           end-if.
           move urd-col-head(urd-idx) to urd-cell.
           perform r93ee-put-csv-cell.

       r93ed-print-heading.

           move urd-col-head(urd-idx) to urd-cell.
           perform r93ef-put-print-cell.

       r93ds-userrpt-row.

           move 'userrpt-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               perform r93eg-userrpt-detail
             when dal-method-eof
               move 0 to dal-result
               move "Y" to urd-done
             when other
               move "Y" to urd-done
           end-evaluate.

       r93eg-userrpt-detail.

           add 1 to urd-rows.

           if not urd-output-csv
             perform r93eh-break-keys
             if not urd-first-row
               if urd-break-count > zero
                  and urd-cur-key(1) not = urd-prev-key(1)
                 if urd-break-count = 2
                   move 2 to urd-level
                   perform r93du-print-subtotal
                 end-if
                 move 1 to urd-level
                 perform r93du-print-subtotal
               else
                 if urd-break-count = 2
                    and urd-cur-key(2) not = urd-prev-key(2)
                   move 2 to urd-level
                   perform r93du-print-subtotal
                 end-if
               end-if
             end-if
             move "N" to urd-first
             move urd-cur-key(1) to urd-prev-key(1)
             move urd-cur-key(2) to urd-prev-key(2)
             perform r93ei-accumulate
               varying urd-level from 1 by 1 until urd-level > 3
           end-if.

           move spaces to urd-line.
           move 1 to urd-pos.
           perform r93ej-detail-cell
             varying urd-idx from 1 by 1
               until urd-idx > urd-col-count.

           if urd-output-csv
             move urd-line to userrpt-buffer
             write userrpt-buffer
           else
             move urd-line to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93eh-break-keys.

           move zero to urd-cur-key(1) urd-cur-key(2).
           if urd-break-count > zero
             move urd-break-field(1) to urd-field
             perform r93ek-field-value
             move urd-value to urd-cur-key(1).
           if urd-break-count = 2
             move urd-break-field(2) to urd-field
             perform r93ek-field-value
             move urd-value to urd-cur-key(2).

       r93ei-accumulate.

           add 1 to urd-acc-count(urd-level).
           perform r93el-accumulate-total
             varying urd-tot from 1 by 1
               until urd-tot > urd-total-count.

       r93el-accumulate-total.

           move urd-total-field(urd-tot) to urd-field.
           perform r93ek-field-value.
           add urd-value to urd-acc-sum(urd-level, urd-tot).
           if urd-value > urd-acc-max(urd-level, urd-tot)
             move urd-value to urd-acc-max(urd-level, urd-tot).

      *    numeric value of a field for breaks and totals, TWIN as 1/0
       r93ek-field-value.

           evaluate urd-field
             when "BAND"      move urr-band       to urd-value
             when "DIGITS"    move urr-digits     to urd-value
             when "LASTDIGIT" move urr-last-digit to urd-value
             when "GAP"       move urr-gap        to urd-value
             when "TWIN"
               if urr-twin = "Y"
                 move 1 to urd-value
               else
                 move zero to urd-value
               end-if
             when other       move zero           to urd-value
           end-evaluate.

       r93ej-detail-cell.

           evaluate urd-col-field(urd-idx)
             when "IDENT"     move urr-ident      to urd-num-ed
             when "PRIME"     move urr-prime      to urd-num-ed
             when "BAND"      move urr-band       to urd-num-ed
             when "GAP"       move urr-gap        to urd-num-ed
             when "DIGITS"    move urr-digits     to urd-num-ed
             when "LASTDIGIT" move urr-last-digit to urd-num-ed
             when other       continue
           end-evaluate.

           evaluate urd-col-field(urd-idx)
             when "TWIN"      move urr-twin       to urd-cell
             when "PAL"       move urr-pal        to urd-cell
             when "MER"       move urr-mer        to urd-cell
             when "SG"        move urr-sg         to urd-cell
             when "ORIGIN"    move urr-origin     to urd-cell
             when other
               move function trim(urd-num-ed)     to urd-cell
           end-evaluate.

           if urd-output-csv
             if urd-idx > 1
               move "," to urd-line(urd-pos:1)
               add 1 to urd-pos
             end-if
             perform r93ee-put-csv-cell
           else
             perform r93ef-put-print-cell
           end-if.

       r93ee-put-csv-cell.

           move function length(function trim(urd-cell))
             to urd-cell-len.
           if urd-cell = spaces
             move zero to urd-cell-len.
           if urd-cell-len > zero
             move function trim(urd-cell)
               to urd-line(urd-pos:urd-cell-len)
             add urd-cell-len to urd-pos.

      *    columns are two positions apart, numbers right aligned
       r93ef-put-print-cell.

           move function length(function trim(urd-cell))
             to urd-cell-len.
           if urd-cell-len > urd-col-width(urd-idx)
             move urd-col-width(urd-idx) to urd-cell-len.
           if urd-cell not = spaces
             if urd-col-align(urd-idx) = "R"
               move function trim(urd-cell)
                 to urd-line(urd-pos + urd-col-width(urd-idx)
                              - urd-cell-len:urd-cell-len)
             else
               move function trim(urd-cell)
                 to urd-line(urd-pos:urd-cell-len)
             end-if.
           add urd-col-width(urd-idx) 2 to urd-pos.

      *    level 1 and 2 are the control breaks, level 3 the report
       r93du-print-subtotal.

           move spaces to urd-line.
           move urd-acc-count(urd-level) to urd-num-ed.
           if urd-level = 3
             move 1 to urd-pos
             string 'Report total  rows '        delimited by size
                    function trim(urd-num-ed)    delimited by size
                    into urd-line
                    with pointer urd-pos
             end-string
           else
             compute urd-pos = urd-level * 2 + 1
             move urd-prev-key(urd-level) to stat-numeric-ed
             string 'Subtotal '                  delimited by size
                    function trim(urd-break-field(urd-level))
                                                 delimited by size
                    ' '                          delimited by size
                    function trim(stat-numeric-ed)
                                                 delimited by size
                    '  rows '                    delimited by size
                    function trim(urd-num-ed)    delimited by size
                    into urd-line
                    with pointer urd-pos
             end-string
           end-if.
           perform r93em-subtotal-field
             varying urd-tot from 1 by 1
               until urd-tot > urd-total-count.
           move urd-line to ui-report-line.
           call "primesui" using primes-ui.
           if urd-level = 1
             move spaces to ui-report-line
             call "primesui" using primes-ui.

           move zero to urd-acc-count(urd-level)
                        urd-acc-sum(urd-level, 1)
                        urd-acc-sum(urd-level, 2)
                        urd-acc-max(urd-level, 1)
                        urd-acc-max(urd-level, 2).

       r93em-subtotal-field.

           move urd-acc-sum(urd-level, urd-tot) to stat-numeric-ed.
           move urd-acc-max(urd-level, urd-tot) to stat-numeric-ed2.
           string '  '                           delimited by size
                  function trim(urd-total-field(urd-tot))
                                                 delimited by size
                  ' total '                      delimited by size
                  function trim(stat-numeric-ed) delimited by size
                  ' max '                        delimited by size
                  function trim(stat-numeric-ed2)
                                                 delimited by size
                  into urd-line
                  with pointer urd-pos
           end-string.

      *    validate: each line on its own, counts per definition name
       r93ea-validate-def-line.

           read freportdef
             at end move "Y" to urd-eof
           end-read.

           if not urd-at-end
             perform r93dv-split-def-line
             if urd-line-name not = spaces
               and urd-line-name(1:1) not = "*"
               perform r93dt-reset-definition
               perform r93dw-apply-def-line
               perform r93en-count-def-name
               add 1 to vld-checked
               move spaces to report-line-work
               if urd-line-is-ok
                 string '  OK   '                 delimited by size
                        urd-line-name             delimited by size
                        ' '                       delimited by size
                        function trim(urd-keyword) delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                 delimited by size
                        urd-line-name             delimited by size
                        ' '                       delimited by size
                        function trim(urd-keyword) delimited by size
                        ': '                      delimited by size
                        function trim(urd-reason) delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93en-count-def-name.

           move zero to urd-idx.
           perform r93eo-find-def-name
             varying urv-idx from 1 by 1 until urv-idx > urv-count.
           if urd-idx = zero and urv-count < 50
             add 1 to urv-count
             move urv-count     to urd-idx
             move urd-line-name to urv-name(urd-idx)
             move zero to urv-cols(urd-idx) urv-breaks(urd-idx)
                          urv-totals(urd-idx)
           end-if.
           if urd-idx > zero and urd-line-is-ok
             evaluate urd-keyword
               when "COLUMN" add 1 to urv-cols(urd-idx)
               when "BREAK"  add 1 to urv-breaks(urd-idx)
               when "TOTAL"  add 1 to urv-totals(urd-idx)
               when other    continue
             end-evaluate
             if urv-cols(urd-idx) > 10
               move "N" to urd-line-ok
               move 'more than 10 columns' to urd-reason
             end-if
             if urv-breaks(urd-idx) > 2
               move "N" to urd-line-ok
               move 'more than 2 control breaks' to urd-reason
             end-if
             if urv-totals(urd-idx) > 2
               move "N" to urd-line-ok
               move 'more than 2 total fields' to urd-reason
             end-if
           end-if.

       r93eo-find-def-name.

           if urv-name(urv-idx) = urd-line-name
             move urv-idx to urd-idx.

       r93eb-validate-def-name.

           if urv-cols(urv-idx) = zero
             add 1 to vld-checked
             add 1 to vld-failed
             move spaces to report-line-work
             string '  FAIL '                   delimited by size
                    urv-name(urv-idx)           delimited by size
                    ' DEFINITION: no COLUMN lines'
                                                delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui.

       r90-start-primes-reportdiff.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-reportdiff"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'reportdiff'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move diff-old-id to cat-id
             move 'catalog-fetch' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and cat-was-found
               move cat-filename to cmp-old-filename
               move cat-mode     to cmp-old-mode
               move diff-new-id  to cat-id
               move 'catalog-fetch' to dal-methods
               call "primes" using primes-dal
             end-if
             if dal-method-ok and cat-was-found
               move cat-filename to cmp-new-filename
               move cat-mode     to cmp-new-mode
               perform r93ep-compare-reports
             else
               move 0338 to ui-message-number
               move 'Catalog entry not found.' to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ep-compare-reports.

           move "N"  to cmp-old-eof cmp-new-eof
                        cmp-old-after cmp-new-after.
           move zero to cmp-old-count cmp-new-count
                        cmp-old-lineno cmp-new-lineno
                        cmp-added cmp-removed cmp-changed
                        cmp-same cmp-listed.

           open input fcmpold.
           open input fcmpnew.

           if cmpold-status not = "00" or cmpnew-status not = "00"
             if cmpold-status = "00"
               close fcmpold
             end-if
             if cmpnew-status = "00"
               close fcmpnew
             end-if
             move 0415 to ui-message-number
             move 'Catalogued report file cannot be read.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             move 'write-line' to ui-methods
             move diff-old-id to cmp-id-ed
             move spaces to report-line-work
             string 'Report compare: catalog '   delimited by size
                    function trim(cmp-id-ed)     delimited by size
                    ' '                          delimited by size
                    function trim(cmp-old-mode)  delimited by size
                    ' '                          delimited by size
                    function trim(cmp-old-filename)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move diff-new-id to cmp-id-ed
             move spaces to report-line-work
             string '           with catalog '   delimited by size
                    function trim(cmp-id-ed)     delimited by size
                    ' '                          delimited by size
                    function trim(cmp-new-mode)  delimited by size
                    ' '                          delimited by size
                    function trim(cmp-new-filename)
                                                 delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move
             '  - removed  + added  < changed from  > changed to'
               to ui-report-line
             call "primesui" using primes-ui
             move spaces to ui-report-line
             call "primesui" using primes-ui

             perform r93eq-read-old-line
               until cmp-old-count >= cmp-window or cmp-old-at-end
             perform r93er-read-new-line
               until cmp-new-count >= cmp-window or cmp-new-at-end
             perform r93eu-compare-step
               until cmp-old-count = zero and cmp-new-count = zero

             close fcmpold
             close fcmpnew

             if cmp-listed > cmp-list-limit
               compute cmp-count-ed = cmp-listed - cmp-list-limit
               move spaces to report-line-work
               string '  ... '                   delimited by size
                      function trim(cmp-count-ed)
                                                 delimited by size
                      ' further difference lines not listed'
                                                 delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
             move spaces to ui-report-line
             call "primesui" using primes-ui
             compute cmp-count-ed  = cmp-same + cmp-changed
                                   + cmp-removed
             compute cmp-count-ed2 = cmp-same + cmp-changed
                                   + cmp-added
             move spaces to report-line-work
             string 'Lines compared: '           delimited by size
                    function trim(cmp-count-ed)  delimited by size
                    ' old, '                     delimited by size
                    function trim(cmp-count-ed2) delimited by size
                    ' new'                       delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move cmp-same    to cmp-count-ed
             move cmp-changed to cmp-count-ed2
             move spaces to report-line-work
             string 'Unchanged '                 delimited by size
                    function trim(cmp-count-ed)  delimited by size
                    ', changed '                 delimited by size
                    function trim(cmp-count-ed2) delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move cmp-removed to cmp-count-ed
             move cmp-added   to cmp-count-ed2
             move spaces to report-line-work
             string 'Removed '                   delimited by size
                    function trim(cmp-count-ed)  delimited by size
                    ', added '                   delimited by size
                    function trim(cmp-count-ed2) delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             compute gen-row-count = cmp-changed + cmp-removed
                                   + cmp-added
             if gen-row-count = zero
               move 'The reports match.' to ui-report-line
               call "primesui" using primes-ui
             end-if
             move 'log-message' to ui-methods
             if gen-row-count > zero
               move 0416 to ui-message-number
               move 'Catalogued reports differ.' to program-message
               call "primesui" using primes-ui
             end-if
           end-if.

       r93eq-read-old-line.

           read fcmpold
             at end move "Y" to cmp-old-eof
           end-read.
           if not cmp-old-at-end
             add 1 to cmp-old-lineno
             move cmpold-buffer(1:132) to cmp-work-line
             move cmp-old-after to cmp-after-head
             perform r93es-filter-line
             move cmp-after-head to cmp-old-after
             if cmp-line-kept
               perform r93et-mask-stamp
                 varying cmp-pos from 1 by 1 until cmp-pos > 123
               add 1 to cmp-old-count
               move cmp-old-lineno to cmp-old-no(cmp-old-count)
               move cmp-work-line  to cmp-old-text(cmp-old-count)
             end-if
           end-if.

       r93er-read-new-line.

           read fcmpnew
             at end move "Y" to cmp-new-eof
           end-read.
           if not cmp-new-at-end
             add 1 to cmp-new-lineno
             move cmpnew-buffer(1:132) to cmp-work-line
             move cmp-new-after to cmp-after-head
             perform r93es-filter-line
             move cmp-after-head to cmp-new-after
             if cmp-line-kept
               perform r93et-mask-stamp
                 varying cmp-pos from 1 by 1 until cmp-pos > 123
               add 1 to cmp-new-count
               move cmp-new-lineno to cmp-new-no(cmp-new-count)
               move cmp-work-line  to cmp-new-text(cmp-new-count)
             end-if
           end-if.

      *    a page heading starts with the title and carries the run
      *    stamp in column 19; the line below it is the blank or the
      *    column header of the page. a footing has nothing in the
      *    first 86 columns
       r93es-filter-line.

           move "Y" to cmp-keep.
           inspect cmp-work-line replacing all x'0C' by space.

           evaluate true
             when cmp-follows-heading
               move "N" to cmp-keep
               move "N" to cmp-after-head
             when cmp-work-line = spaces
               move "N" to cmp-keep
             when cmp-work-line(1:1) not = space
              and cmp-work-line(17:2) = spaces
              and cmp-work-line(19:4) is numeric
              and cmp-work-line(23:1) = '-'
              and cmp-work-line(26:1) = '-'
               move "N" to cmp-keep
               move "Y" to cmp-after-head
             when cmp-work-line(1:86) = spaces
               move "N" to cmp-keep
             when other
               continue
           end-evaluate.

       r93et-mask-stamp.

           if cmp-work-line(cmp-pos:4) is numeric
              and cmp-work-line(cmp-pos + 4:1) = '-'
              and cmp-work-line(cmp-pos + 5:2) is numeric
              and cmp-work-line(cmp-pos + 7:1) = '-'
              and cmp-work-line(cmp-pos + 8:2) is numeric
             move '####-##-##' to cmp-work-line(cmp-pos:10)
             if cmp-work-line(cmp-pos + 11:2) is numeric
                and cmp-work-line(cmp-pos + 13:1) = ':'
                and cmp-work-line(cmp-pos + 14:2) is numeric
               move '##:##' to cmp-work-line(cmp-pos + 11:5)
               if cmp-work-line(cmp-pos + 16:1) = ':'
                  and cmp-work-line(cmp-pos + 17:2) is numeric
                 move ':##' to cmp-work-line(cmp-pos + 16:3)
               end-if
             end-if
           end-if.

       r93eu-compare-step.

           evaluate true
             when cmp-old-count = zero
               move '+' to cmp-tag
               move cmp-new-no(1)   to cmp-emit-no
               move cmp-new-text(1) to cmp-emit-text
               perform r93ew-emit-diff
               add 1 to cmp-added
               move 1 to cmp-k
               perform r93ey-drop-new
             when cmp-new-count = zero
               move '-' to cmp-tag
               move cmp-old-no(1)   to cmp-emit-no
               move cmp-old-text(1) to cmp-emit-text
               perform r93ew-emit-diff
               add 1 to cmp-removed
               move 1 to cmp-k
               perform r93ex-drop-old
             when cmp-old-text(1) = cmp-new-text(1)
               add 1 to cmp-same
               move 1 to cmp-k
               perform r93ex-drop-old
               perform r93ey-drop-new
             when other
               perform r93ev-resync
           end-evaluate.

      *    the nearest pair of equal lines in the two windows, the
      *    fewest lines skipped on both sides together, is where the
      *    reports run in step again
       r93ev-resync.

           move "N"  to cmp-found.
           move zero to cmp-best-i cmp-best-j.
           compute cmp-max-sum = cmp-old-count + cmp-new-count - 2.
           perform r93ez-try-sum varying cmp-sum from 1 by 1
             until cmp-sum > cmp-max-sum or cmp-resync-found.
           if not cmp-resync-found
             move 1 to cmp-best-i cmp-best-j
           end-if.

      *    skipped lines facing each other are changes, the surplus
      *    on one side was removed or added
           if cmp-best-i < cmp-best-j
             move cmp-best-i to cmp-pairs
           else
             move cmp-best-j to cmp-pairs
           end-if.
           perform r93fa-emit-change varying cmp-i from 1 by 1
             until cmp-i > cmp-pairs.
           compute cmp-k = cmp-pairs + 1.
           perform r93fb-emit-removed varying cmp-i from cmp-k by 1
             until cmp-i > cmp-best-i.
           perform r93fc-emit-added varying cmp-j from cmp-k by 1
             until cmp-j > cmp-best-j.

           move cmp-best-i to cmp-k.
           perform r93ex-drop-old.
           move cmp-best-j to cmp-k.
           perform r93ey-drop-new.

       r93ez-try-sum.

           perform r93fd-try-pair varying cmp-i from 0 by 1
             until cmp-i > cmp-sum or cmp-resync-found.

       r93fd-try-pair.

           compute cmp-j = cmp-sum - cmp-i.
           if cmp-i < cmp-old-count and cmp-j < cmp-new-count
             if cmp-old-text(cmp-i + 1) = cmp-new-text(cmp-j + 1)
               move "Y"   to cmp-found
               move cmp-i to cmp-best-i
               move cmp-j to cmp-best-j
             end-if
           end-if.

       r93fa-emit-change.

           move '<' to cmp-tag.
           move cmp-old-no(cmp-i)   to cmp-emit-no.
           move cmp-old-text(cmp-i) to cmp-emit-text.
           perform r93ew-emit-diff.
           move '>' to cmp-tag.
           move cmp-new-no(cmp-i)   to cmp-emit-no.
           move cmp-new-text(cmp-i) to cmp-emit-text.
           perform r93ew-emit-diff.
           add 1 to cmp-changed.

       r93fb-emit-removed.

           move '-' to cmp-tag.
           move cmp-old-no(cmp-i)   to cmp-emit-no.
           move cmp-old-text(cmp-i) to cmp-emit-text.
           perform r93ew-emit-diff.
           add 1 to cmp-removed.

       r93fc-emit-added.

           move '+' to cmp-tag.
           move cmp-new-no(cmp-j)   to cmp-emit-no.
           move cmp-new-text(cmp-j) to cmp-emit-text.
           perform r93ew-emit-diff.
           add 1 to cmp-added.

      *    a difference line shows the line number in its own file;
      *    past the listing limit lines are only counted
       r93ew-emit-diff.

           add 1 to cmp-listed.
           if cmp-listed <= cmp-list-limit
             move cmp-emit-no to cmp-no-ed
             move spaces to report-line-work
             string cmp-tag                  delimited by size
                    ' '                      delimited by size
                    cmp-no-ed                delimited by size
                    ' '                      delimited by size
                    cmp-emit-text(1:120)     delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93ex-drop-old.

           if cmp-k >= cmp-old-count
             move zero to cmp-old-count
           else
             perform r93fe-shift-old varying cmp-i from 1 by 1
               until cmp-i > cmp-old-count - cmp-k
             subtract cmp-k from cmp-old-count
           end-if.
           perform r93eq-read-old-line
             until cmp-old-count >= cmp-window or cmp-old-at-end.

       r93ey-drop-new.

           if cmp-k >= cmp-new-count
             move zero to cmp-new-count
           else
             perform r93ff-shift-new varying cmp-i from 1 by 1
               until cmp-i > cmp-new-count - cmp-k
             subtract cmp-k from cmp-new-count
           end-if.
           perform r93er-read-new-line
             until cmp-new-count >= cmp-window or cmp-new-at-end.

       r93fe-shift-old.

           move cmp-old-entry(cmp-i + cmp-k) to cmp-old-entry(cmp-i).

       r93ff-shift-new.

           move cmp-new-entry(cmp-i + cmp-k) to cmp-new-entry(cmp-i).

      *    every line of primes_distrib.def for the mode of the run
      *    is one recipient of the catalogued report
       r93fg-distribute-report.

           move zero   to dlv-sent dlv-failed dlv-resend-of.
           move spaces to dlv-want-recipient.
           move cat-filename to dlv-source-filename.
           perform r93fp-scan-distribution.
           perform r93fo-delivery-summary.

       r93fo-delivery-summary.

           move 'log-message' to ui-methods.
           if dlv-sent > zero
             move 0426 to ui-message-number
             move 'Report delivered.' to program-message
             call "primesui" using primes-ui
           end-if.
           if dlv-failed > zero
             move 0422 to ui-message-number
             move 'Report delivery failed.' to program-message
             call "primesui" using primes-ui
           end-if.

       r93fp-scan-distribution.

           move "N"  to dlv-eof.
           move zero to dlv-matched.
           open input fdistdef.
           if distdef-status = "00"
             perform r93fq-read-dist-line until dlv-at-end
             close fdistdef
           end-if.

       r93fq-read-dist-line.

           read fdistdef
             at end move "Y" to dlv-eof
           end-read.

           if not dlv-at-end
             perform r93fr-split-dist-line
             if dlv-w-mode not = spaces
               and dlv-w-mode(1:1) not = "*"
               and dlv-w-mode = cat-mode
               and ( dlv-want-recipient = spaces
                     or dlv-w-recipient = dlv-want-recipient )
               add 1 to dlv-matched
               perform r93fs-apply-dist-line
               if dlv-line-is-ok
                 perform r93fh-deliver-recipient
               else
                 move "N" to dlv-ok
                 move dlv-w-recipient to dlv-recipient
                 move dlv-w-target    to dlv-target
                 perform r93ft-log-delivery
               end-if
             end-if
           end-if.

       r93fr-split-dist-line.

           move space to dlv-w-mode dlv-w-recipient dlv-w-target
                         dlv-w-format dlv-w-copies.
           unstring distdef-buffer delimited by all space
             into dlv-w-mode dlv-w-recipient dlv-w-target
                  dlv-w-format dlv-w-copies
           end-unstring.

       r93fs-apply-dist-line.

           move "Y"    to dlv-line-ok.
           move spaces to dlv-reason.
           move dlv-w-recipient to dlv-recipient.
           move dlv-w-target    to dlv-target.
           move "P" to dlv-format.
           move 1   to dlv-copies.

           evaluate true
             when dlv-w-recipient = spaces or dlv-w-target = spaces
               move "N" to dlv-line-ok
               move 'recipient and target are required' to dlv-reason
             when dlv-w-target = "@"
               move "N" to dlv-line-ok
               move 'print queue name is missing' to dlv-reason
             when other
               continue
           end-evaluate.

           if dlv-line-is-ok
             evaluate function upper-case(dlv-w-format)
               when spaces
               when "PRINT"
                 continue
               when "CSV"
                 move "C" to dlv-format
               when other
                 move "N" to dlv-line-ok
                 move 'format is not PRINT or CSV' to dlv-reason
             end-evaluate
           end-if.

           if dlv-line-is-ok and dlv-w-copies not = spaces
             move zero to dlv-copies-n
             if dlv-w-copies(1:1) >= '0' and dlv-w-copies(1:1) <= '9'
               compute dlv-copies-n =
                       function numval(function trim(dlv-w-copies))
             end-if
             if dlv-copies-n < 1 or dlv-copies-n > 99
               move "N" to dlv-line-ok
               move 'copies must be 1 to 99' to dlv-reason
             else
               move dlv-copies-n to dlv-copies
             end-if
           end-if.

       r93fh-deliver-recipient.

           move "Y"    to dlv-ok.
           move spaces to dlv-reason.
           perform r93fu-source-kind.
           perform r93fi-deliver-copy varying dlv-copy from 1 by 1
             until dlv-copy > dlv-copies or not dlv-copy-ok.
           perform r93ft-log-delivery.

       r93ft-log-delivery.

           move cat-id              to dv-cat-id.
           move cat-mode            to dv-mode.
           move dlv-source-filename to dv-filename.
           move dlv-recipient       to dv-recipient.
           move dlv-target          to dv-target.
           move dlv-format          to dv-format.
           move dlv-copies          to dv-copies.
           move dlv-resend-of       to dv-resend-of.
           move dlv-reason          to dv-reason.
           if dlv-copy-ok
             move 'delivered' to dv-status
           else
             move 'failed'    to dv-status
           end-if.
           move 'delivery-log' to dal-methods.
           call "primes" using primes-dal.

           move 'log-message' to ui-methods.
           move spaces to program-message.
           move 1 to dlv-out-ptr.
           string function trim(dlv-source-filename) delimited by size
                  ' to '                            delimited by size
                  function trim(dlv-recipient)      delimited by size
                  ' ('                              delimited by size
                  function trim(dlv-target)         delimited by size
                  ')'                               delimited by size
                  into program-message with pointer dlv-out-ptr
           end-string.
           move zero to ui-message-number.
           if dlv-copy-ok
             add 1 to dlv-sent
           else
             add 1 to dlv-failed
             string ': '                            delimited by size
                    function trim(dlv-reason)       delimited by size
                    into program-message with pointer dlv-out-ptr
             end-string
           end-if.
           call "primesui" using primes-ui.

      *    stem and extension of the report file, without any
      *    directory in front of it
       r93fu-source-kind.

           move zero to dlv-dot dlv-slash.
           perform r93fv-find-dot
             varying dlv-pos from 1 by 1 until dlv-pos > 40.
           move spaces to dlv-stem dlv-ext.
           if dlv-dot > dlv-slash + 1 and dlv-dot < 40
             compute dlv-stem-len = dlv-dot - dlv-slash - 1
             move dlv-source-filename(dlv-slash + 1:dlv-stem-len)
               to dlv-stem
             move dlv-source-filename(dlv-dot + 1:) to dlv-ext
           else
             move dlv-source-filename(dlv-slash + 1:) to dlv-stem
           end-if.
           move "N" to dlv-source-csv.
           if function lower-case(dlv-ext) = "csv"
             move "Y" to dlv-source-csv
           end-if.

       r93fv-find-dot.

           if dlv-source-filename(dlv-pos:1) = '.'
             move dlv-pos to dlv-dot.
           if dlv-source-filename(dlv-pos:1) = '/'
             move dlv-pos to dlv-slash.

       r93fj-target-name.

           move spaces to dlv-target-filename.
           if dlv-target(1:1) = "@"
             string 'primes_pq_'                 delimited by size
                    function lower-case(
                      function trim(dlv-target(2:39)))
                                                 delimited by size
                    '.spl'                       delimited by size
                    into dlv-target-filename
             end-string
           else
             move spaces to dlv-out-ext dlv-suffix
             if dlv-format-csv
               move '.csv' to dlv-out-ext
             else
               if dlv-ext not = spaces
                 string '.'                      delimited by size
                        dlv-ext                  delimited by space
                        into dlv-out-ext
                 end-string
               end-if
             end-if
             if dlv-copy > 1
               move dlv-copy to dlv-copy-ed
               string '_'                        delimited by size
                      function trim(dlv-copy-ed) delimited by size
                      into dlv-suffix
               end-string
             end-if
             string function trim(dlv-target)    delimited by size
                    '/'                          delimited by size
                    function trim(dlv-stem)      delimited by size
                    dlv-suffix                   delimited by space
                    dlv-out-ext                  delimited by space
                    into dlv-target-filename
             end-string
           end-if.

      *    a print queue collects every copy in its spool file
      *    behind a banner line; a directory gets one file per copy
       r93fi-deliver-copy.

           perform r93fj-target-name.

           open input fdlvsrc.
           if dlvsrc-status not = "00"
             move "N" to dlv-ok
             move spaces to dlv-reason
             string 'report file cannot be read, status '
                                                 delimited by size
                    dlvsrc-status                delimited by size
                    into dlv-reason
             end-string
           else
             if dlv-target(1:1) = "@"
               open extend fdlvout
               if dlvout-status = "35"
                 open output fdlvout
               end-if
             else
               open output fdlvout
             end-if
             if dlvout-status not = "00"
               move "N" to dlv-ok
               move spaces to dlv-reason
               string 'cannot write '            delimited by size
                      function trim(dlv-target-filename)
                                                 delimited by size
                      ', status '                delimited by size
                      dlvout-status              delimited by size
                      into dlv-reason
               end-string
               close fdlvsrc
             else
               if dlv-target(1:1) = "@"
                 move dlv-copy   to dlv-copy-ed
                 move dlv-copies to dlv-copies-ed
                 move spaces to dlvout-buffer
                 string '*** '                   delimited by size
                        function trim(dlv-recipient)
                                                 delimited by size
                        ' '                      delimited by size
                        function trim(dlv-source-filename)
                                                 delimited by size
                        ' copy '                 delimited by size
                        function trim(dlv-copy-ed)
                                                 delimited by size
                        ' of '                   delimited by size
                        function trim(dlv-copies-ed)
                                                 delimited by size
                        ' ***'                   delimited by size
                        into dlvout-buffer
                 end-string
                 write dlvout-buffer
               end-if
               move "N" to dlv-src-eof cmp-after-head
               perform r93fk-copy-line until dlv-src-at-end
               close fdlvsrc
               close fdlvout
             end-if
           end-if.

       r93fk-copy-line.

           read fdlvsrc
             at end move "Y" to dlv-src-eof
           end-read.

           if not dlv-src-at-end
             if dlv-format-csv and not dlv-source-is-csv
               move dlvsrc-buffer(1:132) to cmp-work-line
               perform r93es-filter-line
               if cmp-line-kept
                 perform r93fl-line-to-csv
                 write dlvout-buffer from dlv-csv-line
               end-if
             else
               write dlvout-buffer from dlvsrc-buffer
             end-if
           end-if.

      *    columns of a printed line are separated by two or more
      *    spaces; each becomes one CSV field
       r93fl-line-to-csv.

           move spaces to dlv-csv-line.
           move 1      to dlv-out-ptr dlv-pos.
           move zero   to dlv-fields.
           perform r93fm-next-field until dlv-pos > 132.

       r93fm-next-field.

           perform r93fn-advance-pos
             until dlv-pos > 132
                or cmp-work-line(dlv-pos:1) not = space.

           if dlv-pos <= 132
             move dlv-pos to dlv-start
             perform r93fn-advance-pos
               until dlv-pos > 132
                  or cmp-work-line(dlv-pos:2) = spaces
             compute dlv-field-len = dlv-pos - dlv-start
             move spaces to dlv-field
             move cmp-work-line(dlv-start:dlv-field-len) to dlv-field
             inspect dlv-field replacing all '"' by "'"
             if dlv-fields > zero
               string ','                      delimited by size
                      into dlv-csv-line with pointer dlv-out-ptr
               end-string
             end-if
             add 1 to dlv-fields
             move zero to dlv-tally
             inspect dlv-field tallying dlv-tally for all ','
             if dlv-tally > zero
               string '"'                      delimited by size
                      dlv-field(1:dlv-field-len) delimited by size
                      '"'                      delimited by size
                      into dlv-csv-line with pointer dlv-out-ptr
               end-string
             else
               string dlv-field(1:dlv-field-len) delimited by size
                      into dlv-csv-line with pointer dlv-out-ptr
               end-string
             end-if
           end-if.

       r93fn-advance-pos.

           add 1 to dlv-pos.

       r90-start-primes-redeliver.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-redeliver"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'redeliver'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move deliver-cat-id to cat-id
             move 'catalog-fetch' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and cat-was-found
               perform r93fw-redeliver-entry
             else
               move 0338 to ui-message-number
               move 'Catalog entry not found.' to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the last delivery to the recipient is repeated as it was;
      *    without one the distribution list says where it goes
       r93fw-redeliver-entry.

           move zero to dlv-sent dlv-failed dlv-resend-of.
           move cat-filename      to dlv-source-filename.
           move cat-id            to dv-cat-id.
           move deliver-recipient to dv-recipient.
           move 'delivery-fetch'  to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok and dv-row-found
             move dv-id             to dlv-resend-of
             move deliver-recipient to dlv-recipient
             move dv-target         to dlv-target
             move dv-format         to dlv-format
             move dv-copies         to dlv-copies
             perform r93fh-deliver-recipient
           else
             move deliver-recipient to dlv-want-recipient
             perform r93fp-scan-distribution
             if dlv-matched = zero
               move 'log-message' to ui-methods
               move 0423 to ui-message-number
               move 'No delivery on record for this recipient.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           end-if.

           perform r93fo-delivery-summary.
           if dlv-failed > zero
             move 1 to session-result
           end-if.
           move dlv-sent to gen-row-count.

       r90-start-primes-deliveryreport.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-deliveryreport" to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'deliveryreport' to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move deliver-recipient to dv-sel-recipient
             move 'delivery-cursor' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move 'write-line' to ui-methods
               move spaces to report-line-work
               if deliver-recipient = spaces
                 move 'Report deliveries by recipient'
                   to report-line-work
               else
                 string 'Report deliveries to '  delimited by size
                        function trim(deliver-recipient)
                                                 delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move spaces to ui-report-line
               call "primesui" using primes-ui
               move spaces to report-line-work
               string '  When                  Catalog '
                                                 delimited by size
                      'Report file                    '
                                                 delimited by size
                      'Target                       '
                                                 delimited by size
                      'Fmt   Cp Status'          delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move zero   to dlv-rows dlv-tot-ok dlv-tot-failed
               move spaces to dlv-prev-recipient
               move "N"    to dlv-done
               perform r93fx-delivery-row until dlv-rows-done
               if dlv-rows > zero
                 perform r93fy-recipient-total
               end-if
               move spaces to ui-report-line
               call "primesui" using primes-ui
               move dlv-rows       to cmp-count-ed
               move dlv-tot-ok     to cmp-count-ed2
               move dlv-tot-failed to cmp-no-ed
               move spaces to report-line-work
               string 'Deliveries: '             delimited by size
                      function trim(cmp-count-ed)
                                                 delimited by size
                      ', delivered '             delimited by size
                      function trim(cmp-count-ed2)
                                                 delimited by size
                      ', failed '                delimited by size
                      function trim(cmp-no-ed)   delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move dlv-rows to gen-row-count
               move 'log-message' to ui-methods
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

           if dal-method-nok and session-method-ok then
             move 'log-message' to ui-methods
             move 0425 to ui-message-number
             move 'Delivery log selection failed.' to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93fx-delivery-row.

           move 'delivery-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               if dv-row-recipient not = dlv-prev-recipient
                 if dlv-rows > zero
                   perform r93fy-recipient-total
                 end-if
                 move spaces to ui-report-line
                 call "primesui" using primes-ui
                 move spaces to report-line-work
                 string 'Recipient '             delimited by size
                        dv-row-recipient         delimited by size
                        into report-line-work
                 end-string
                 move report-line-work to ui-report-line
                 call "primesui" using primes-ui
                 move dv-row-recipient to dlv-prev-recipient
                 move zero to dlv-rcp-ok dlv-rcp-failed
               end-if
               add 1 to dlv-rows
               if dv-row-status = 'delivered'
                 add 1 to dlv-rcp-ok dlv-tot-ok
               else
                 add 1 to dlv-rcp-failed dlv-tot-failed
               end-if
               move dv-row-at       to dld-at
               move dv-row-cat-id   to dld-cat-id
               move dv-row-filename to dld-filename
               move dv-row-target   to dld-target
               if dv-row-format = "C"
                 move 'CSV'   to dld-format
               else
                 move 'PRINT' to dld-format
               end-if
               move dv-row-copies   to dld-copies
               move dv-row-status   to dld-status
               move dlv-detail to ui-report-line
               call "primesui" using primes-ui
               if dv-row-resend-of > zero
                 move dv-row-resend-of to cmp-id-ed
                 move spaces to report-line-work
                 string '      resent, first delivery '
                                                 delimited by size
                        function trim(cmp-id-ed) delimited by size
                        into report-line-work
                 end-string
                 move report-line-work to ui-report-line
                 call "primesui" using primes-ui
               end-if
               if dv-row-reason not = spaces
                 move spaces to report-line-work
                 string '      '                 delimited by size
                        dv-row-reason            delimited by size
                        into report-line-work
                 end-string
                 move report-line-work to ui-report-line
                 call "primesui" using primes-ui
               end-if
             when other
               move "Y" to dlv-done
           end-evaluate.

       r93fy-recipient-total.

           move dlv-rcp-ok     to cmp-count-ed.
           move dlv-rcp-failed to cmp-count-ed2.
           move spaces to report-line-work.
           string '  delivered '                 delimited by size
                  function trim(cmp-count-ed)    delimited by size
                  ', failed '                    delimited by size
                  function trim(cmp-count-ed2)   delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r93fz-validate-dist-line.

           read fdistdef
             at end move "Y" to dlv-eof
           end-read.

           if not dlv-at-end
             perform r93fr-split-dist-line
             if dlv-w-mode not = spaces
               and dlv-w-mode(1:1) not = "*"
               add 1 to vld-checked
               move dlv-w-mode to vld-mode
               perform r93bp-check-mode-word
               if vld-mode-ok = "Y"
                 perform r93fs-apply-dist-line
               else
                 move "N" to dlv-line-ok
                 move 'unknown mode' to dlv-reason
               end-if
               move spaces to report-line-work
               if dlv-line-is-ok
                 string '  OK   '                 delimited by size
                        dlv-w-mode                delimited by size
                        ' '                       delimited by size
                        function trim(dlv-w-recipient)
                                                  delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                 delimited by size
                        dlv-w-mode                delimited by size
                        ' '                       delimited by size
                        function trim(dlv-w-recipient)
                                                  delimited by size
                        ': '                      delimited by size
                        function trim(dlv-reason) delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93hz-validate-trigger-line.

           read ftrigdef
             at end move "Y" to trg-eof
           end-read.

           if not trg-at-end
             move spaces to trg-w-name trg-w-event trg-w-mode
                            trg-w-env trg-w-follows
             unstring trigdef-buffer delimited by all space
               into trg-w-name trg-w-event trg-w-mode trg-w-env
                    trg-w-follow(1) trg-w-follow(2) trg-w-follow(3)
                    trg-w-follow(4) trg-w-follow(5)
             end-unstring
             if trg-w-name not = spaces
               and trg-w-name(1:1) not = "*"
               add 1 to vld-checked
               move "Y"    to trg-line-ok
               move spaces to trg-reason
               move function upper-case(trg-w-event) to trg-w-event
               if trg-w-event not = "OK"
                 and trg-w-event not = "FAIL"
                 and trg-w-event not = "DONE"
                 and trg-w-event not = "MILESTONE"
                 move "N" to trg-line-ok
                 move 'event must be OK, FAIL, DONE or MILESTONE'
                   to trg-reason
               end-if
               if trg-line-is-ok and trg-w-mode not = "*"
                 move trg-w-mode to vld-mode
                 perform r93bp-check-mode-word
                 if vld-mode-ok not = "Y"
                   move "N" to trg-line-ok
                   move 'unknown mode word' to trg-reason
                 end-if
               end-if
               if trg-line-is-ok and trg-w-follow(1) = spaces
                 move "N" to trg-line-ok
                 move 'no follow-on job given' to trg-reason
               end-if
               if trg-line-is-ok
                 perform r93ia-check-trigger-follow
                   varying trg-f-idx from 1 by 1 until trg-f-idx > 5
               end-if
               move spaces to report-line-work
               if trg-line-is-ok
                 string '  OK   '                 delimited by size
                        trg-w-name                delimited by size
                        ' '                       delimited by size
                        function trim(trg-w-event) delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                 delimited by size
                        trg-w-name                delimited by size
                        ' '                       delimited by size
                        function trim(trg-w-event) delimited by size
                        ': '                      delimited by size
                        function trim(trg-reason) delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

      *    the dispatcher only queues modes it can run unattended
       r93ia-check-trigger-follow.

           if trg-line-is-ok and trg-w-follow(trg-f-idx) not = spaces
             evaluate function trim(trg-w-follow(trg-f-idx))
               when "generate"    when "report"
               when "reportcsv"   when "reportdelta"
               when "reporttwins" when "stats"
               when "gapcheck"    when "audit"
               when "reporttrend" when "feed"
               when "classify"    when "verify"
               when "errorscan"
                 continue
               when other
                 move "N" to trg-line-ok
                 move spaces to trg-reason
                 string function trim(trg-w-follow(trg-f-idx))
                                            delimited by size
                        ' cannot be queued' delimited by size
                        into trg-reason
                 end-string
             end-evaluate
           end-if.

       r93ib-print-trigger-section.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Job triggers (primes_trigger.def)'
             to ui-report-line.
           call "primesui" using primes-ui.

           move "N" to trg-eof.
           open input ftrigdef.
           if trigdef-status = "00"
             perform r93ic-print-trigger-line until trg-at-end
             close ftrigdef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

       r93ic-print-trigger-line.

           read ftrigdef
             at end move "Y" to trg-eof
           end-read.
           if not trg-at-end
             move spaces to report-line-work
             string '  '             delimited by size
                    trigdef-buffer   delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

      *    the time is HHMM on a 24 hour clock
       r93ie-validate-deadline-line.

           read fdeadline
             at end move "Y" to dl-eof
           end-read.

           if not dl-at-end
             move spaces to dl-w-stream dl-w-time
             unstring deadline-buffer delimited by all space
               into dl-w-stream dl-w-time
             end-unstring
             if dl-w-stream not = spaces
               and dl-w-stream(1:1) not = "*"
               add 1 to vld-checked
               move spaces to report-line-work
               if dl-w-time(1:4) is numeric
                 and dl-w-time(5:) = spaces
                 and dl-w-time(1:2) < "24"
                 and dl-w-time(3:2) < "60"
                 string '  OK   '                 delimited by size
                        dl-w-stream               delimited by size
                        ' '                       delimited by size
                        dl-w-time(1:4)            delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                 delimited by size
                        dl-w-stream               delimited by size
                        ' '                       delimited by size
                        function trim(dl-w-time)  delimited by size
                        ': deadline must be HHMM' delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93if-print-deadline-section.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Stream deadlines (primes_deadline.def)'
             to ui-report-line.
           call "primesui" using primes-ui.

           move "N" to dl-eof.
           open input fdeadline.
           if deadline-status = "00"
             perform r93ig-print-deadline-line until dl-at-end
             close fdeadline
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

       r93ig-print-deadline-line.

           read fdeadline
             at end move "Y" to dl-eof
           end-read.
           if not dl-at-end
             move spaces to report-line-work
             string '  '             delimited by size
                    deadline-buffer  delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r90-start-primes-threeway.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-threeway"      to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'threeway'       to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93ga-threeway-reconcile
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ga-threeway-reconcile.

           move zero to tw-off-breaks tw-bat-breaks.
           move "N"  to tw-read-failed.

           move 'write-line' to ui-methods.
           move spaces to report-line-work.
           string 'Three-way reconciliation of schema '
                    delimited by size
                  function trim(env-name) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           move 'Offline file primes_offline.dat against the table'
             to ui-report-line.
           call "primesui" using primes-ui.
           perform r93gb-offline-compare.
           move tw-ranges to tw-off-breaks.

           if not tw-read-has-failed
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move 'Published batches against the table'
               to ui-report-line
             call "primesui" using primes-ui
             perform r93gh-batch-compare
             move tw-ranges to tw-bat-breaks
           end-if.

           if tw-read-has-failed
             move 'log-message' to ui-methods
             move 0432 to ui-message-number
             move 'Three-way reconciliation read failed.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             perform r93gn-threeway-totals
           end-if.

       r93gb-offline-compare.

           move zero to tw-tab-rows tw-tab-max tw-tab-sum.
           move zero to tw-off-rows tw-off-max tw-off-sum.
           move zero to tw-ranges.
           move "N"  to tw-rng-open tw-tab-eof.

           move "Y" to tw-off-eof.
           move "N" to tw-off-present.
           open input foffline.
           if offline-status = "00"
             move "Y"  to tw-off-present
             move "N"  to tw-off-eof
             move zero to off-prime
             start foffline key not less than off-prime
               invalid key move "Y" to tw-off-eof
             end-start
           end-if.

           move 'threeway-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93gc-next-table-row
             if not tw-off-at-end
               perform r93gd-next-offline-row
             end-if
             perform r93ge-merge-step
               until tw-tab-at-end and tw-off-at-end
             perform r93gg-flush-range
           else
             move "Y" to tw-read-failed
           end-if.

           if tw-off-is-present
             close foffline
           else
             move '  offline file not present' to ui-report-line
             call "primesui" using primes-ui
           end-if.

           perform r93gm-range-trailer.

       r93gc-next-table-row.

           move 'threeway-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               add 1 to tw-tab-rows
               if tw-row-ident > tw-tab-max
                 move tw-row-ident to tw-tab-max
               end-if
               compute tw-sum-work = tw-tab-sum + tw-row-prime
               if tw-sum-work >= 1000000000000000000
                 subtract 1000000000000000000 from tw-sum-work
               end-if
               move tw-sum-work to tw-tab-sum
             when dal-method-eof
               move "Y" to tw-tab-eof
             when other
               move "Y" to tw-tab-eof tw-read-failed
           end-evaluate.

       r93gd-next-offline-row.

           read foffline next
             at end move "Y" to tw-off-eof
             not at end
               add 1 to tw-off-rows
               if off-ident > tw-off-max
                 move off-ident to tw-off-max
               end-if
               compute tw-sum-work = tw-off-sum + off-prime
               if tw-sum-work >= 1000000000000000000
                 subtract 1000000000000000000 from tw-sum-work
               end-if
               move tw-sum-work to tw-off-sum
           end-read.

      *    a table row without its prime in the file is MISSING, a
      *    file record without its prime in the table is EXTRA and a
      *    prime held under another ident is listed as IDENT
       r93ge-merge-step.

           move spaces to tw-rng-note.
           evaluate true
             when tw-off-at-end
               or (not tw-tab-at-end and tw-row-prime < off-prime)
               move "MISSING"    to tw-new-kind
               move tw-row-ident to tw-new-ident
               perform r93gf-add-range
               perform r93gc-next-table-row
             when tw-tab-at-end or off-prime < tw-row-prime
               move "EXTRA"      to tw-new-kind
               move off-ident    to tw-new-ident
               perform r93gf-add-range
               perform r93gd-next-offline-row
             when other
               if off-ident not = tw-row-ident
                 move "IDENT"      to tw-new-kind
                 move tw-row-ident to tw-new-ident
                 perform r93gf-add-range
               end-if
               perform r93gc-next-table-row
               perform r93gd-next-offline-row
           end-evaluate.

       r93gf-add-range.

           if tw-rng-is-open
             and tw-new-kind = tw-rng-kind
             and tw-new-ident = tw-rng-last + 1
             move tw-new-ident to tw-rng-last
             add 1 to tw-rng-count
           else
             perform r93gg-flush-range
             move "Y"          to tw-rng-open
             move tw-new-kind  to tw-rng-kind
             move tw-new-ident to tw-rng-first tw-rng-last
             move 1            to tw-rng-count
           end-if.

       r93gg-flush-range.

           if tw-rng-is-open
             add 1 to tw-ranges
             if tw-ranges <= tw-range-limit
               move tw-rng-kind  to twd-kind
               move tw-rng-first to twd-first
               move tw-rng-last  to twd-last
               move tw-rng-count to twd-count
               move tw-rng-note  to twd-note
               move tw-range-line to ui-report-line
               call "primesui" using primes-ui
             end-if
             move "N" to tw-rng-open
           end-if.

      *    primary batches only: subscriber copies repeat the same
      *    ident ranges. a batch whose range starts at or below the
      *    highest ident already covered publishes those idents twice
       r93gh-batch-compare.

           move zero to tw-bat-rows tw-bat-max tw-bat-sum.
           move zero to tw-batches tw-files-missing tw-cover-high.
           move zero to tw-ranges.
           move "N"  to tw-rng-open tw-done.

           move 'threeway-batches' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93gi-next-batch until tw-rows-done
             perform r93gg-flush-range
           else
             move "Y" to tw-read-failed
           end-if.

           if not tw-read-has-failed
             move "N" to tw-done
             move 'threeway-gaps' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform r93gk-next-gap until tw-rows-done
             else
               move "Y" to tw-read-failed
             end-if
           end-if.

           if tw-files-missing > zero
             move tw-files-missing to stat-numeric-ed
             move spaces to report-line-work
             string '  batch files not on disk: ' delimited by size
                    function trim(stat-numeric-ed)
                      delimited by size
                    ', checksum not proven' delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

           perform r93gm-range-trailer.

       r93gi-next-batch.

           move 'threeway-batch-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               perform r93gj-check-batch
             when dal-method-eof
               move "Y" to tw-done
             when other
               move "Y" to tw-done tw-read-failed
           end-evaluate.

       r93gj-check-batch.

           add 1 to tw-batches.
           add tw-bat-records to tw-bat-rows.
           if tw-bat-last > tw-bat-max
             move tw-bat-last to tw-bat-max
           end-if.

           move tw-bat-number to tw-batch-ed.
           move spaces to tw-rng-note.
           string 'batch ' delimited by size
                  tw-batch-ed delimited by size
                  into tw-rng-note
           end-string.

           if tw-bat-first <= tw-cover-high
             move tw-cover-high to tw-over-last
             if tw-bat-last < tw-over-last
               move tw-bat-last to tw-over-last
             end-if
             perform r93gg-flush-range
             move "Y"           to tw-rng-open
             move "TWICE"       to tw-rng-kind
             move tw-bat-first  to tw-rng-first
             move tw-over-last  to tw-rng-last
             compute tw-rng-count = tw-over-last - tw-bat-first + 1
             perform r93gg-flush-range
           end-if.
           if tw-bat-last > tw-cover-high
             move tw-bat-last to tw-cover-high
           end-if.

           if tw-bat-last > tw-tab-max
             perform r93gg-flush-range
             move "Y"           to tw-rng-open
             move "EXTRA"       to tw-rng-kind
             move tw-bat-first  to tw-rng-first
             if tw-tab-max >= tw-bat-first
               compute tw-rng-first = tw-tab-max + 1
             end-if
             move tw-bat-last   to tw-rng-last
             compute tw-rng-count = tw-bat-last - tw-rng-first + 1
             perform r93gg-flush-range
           end-if.

           if tw-bat-records not = tw-bat-tab-rows
             perform r93gg-flush-range
             move tw-bat-tab-rows to tw-note-ed
             move spaces to tw-rng-note
             string 'batch ' delimited by size
                    tw-batch-ed delimited by size
                    ', table rows ' delimited by size
                    function trim(tw-note-ed) delimited by size
                    into tw-rng-note
             end-string
             move "Y"            to tw-rng-open
             move "COUNT"        to tw-rng-kind
             move tw-bat-first   to tw-rng-first
             move tw-bat-last    to tw-rng-last
             move tw-bat-records to tw-rng-count
             perform r93gg-flush-range
           end-if.

           perform r93gl-read-batch-file.

       r93gk-next-gap.

           move 'threeway-gap-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               move "Y"          to tw-rng-open
               move "MISSING"    to tw-rng-kind
               move tw-gap-first to tw-rng-first
               move tw-gap-last  to tw-rng-last
               move tw-gap-count to tw-rng-count
               move spaces       to tw-rng-note
               perform r93gg-flush-range
             when dal-method-eof
               move "Y" to tw-done
             when other
               move "Y" to tw-done tw-read-failed
           end-evaluate.

      *    the published content: detail lines are ident,prime and
      *    the trailer starts with T
       r93gl-read-batch-file.

           move spaces to tw-batch-filename.
           string "primes_interface_" delimited by size
                  tw-batch-ed         delimited by size
                  ".dat"              delimited by size
                  into tw-batch-filename
           end-string.

           open input ftwbatch.
           if twbatch-status not = "00"
             add 1 to tw-files-missing
           else
             move zero to tw-file-rows tw-file-sum
             move "N"  to tw-file-eof
             perform r93go-read-batch-line until tw-file-at-end
             close ftwbatch

             compute tw-sum-work = tw-bat-sum + tw-file-sum
             if tw-sum-work >= 1000000000000000000
               subtract 1000000000000000000 from tw-sum-work
             end-if
             move tw-sum-work to tw-bat-sum

             if tw-file-rows not = tw-bat-records
               or tw-file-sum not = tw-bat-tab-sum
               perform r93gg-flush-range
               move spaces to tw-rng-note
               string 'batch ' delimited by size
                      tw-batch-ed delimited by size
                      ' file content differs' delimited by size
                      into tw-rng-note
               end-string
               move "Y"           to tw-rng-open
               move "CONTENT"     to tw-rng-kind
               move tw-bat-first  to tw-rng-first
               move tw-bat-last   to tw-rng-last
               move tw-file-rows  to tw-rng-count
               perform r93gg-flush-range
             end-if
           end-if.

       r93go-read-batch-line.

           read ftwbatch
             at end move "Y" to tw-file-eof
           end-read.

           if not tw-file-at-end
             and twbatch-buffer(1:1) not = "T"
             and twbatch-buffer(20:18) not = spaces
             add 1 to tw-file-rows
             compute tw-file-prime =
                     function numval(twbatch-buffer(20:18))
             compute tw-sum-work = tw-file-sum + tw-file-prime
             if tw-sum-work >= 1000000000000000000
               subtract 1000000000000000000 from tw-sum-work
             end-if
             move tw-sum-work to tw-file-sum
           end-if.

       r93gm-range-trailer.

           if tw-ranges = zero
             move '  no differences' to ui-report-line
             call "primesui" using primes-ui
           end-if.
           if tw-ranges > tw-range-limit
             compute tw-note-ed = tw-ranges - tw-range-limit
             move spaces to report-line-work
             string '  ' delimited by size
                    function trim(tw-note-ed) delimited by size
                    ' further range(s) not listed' delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

      *    a copy agrees when no range differs and its rows, highest
      *    ident and checksum equal the table's; the batch checksum
      *    is only proven when every batch file is on disk
       r93gn-threeway-totals.

           move "AGREES" to tw-off-result tw-bat-result.
           if tw-off-breaks > zero
             or tw-off-rows not = tw-tab-rows
             or tw-off-max  not = tw-tab-max
             or tw-off-sum  not = tw-tab-sum
             move "BREAK" to tw-off-result
           end-if.
           if tw-bat-breaks > zero
             or tw-bat-rows not = tw-tab-rows
             or tw-bat-max  not = tw-tab-max
             or (tw-files-missing = zero
                 and tw-bat-sum not = tw-tab-sum)
             move "BREAK" to tw-bat-result
           end-if.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move tw-total-head to ui-report-line.
           call "primesui" using primes-ui.

           move "primes table"  to twl-copy.
           move tw-tab-rows     to twl-rows.
           move tw-tab-max      to twl-max.
           move tw-tab-sum      to tw-sum-ed.
           move tw-sum-ed       to twl-sum.
           move spaces          to twl-result.
           move tw-total-line   to ui-report-line.
           call "primesui" using primes-ui.

           move "offline file"  to twl-copy.
           move tw-off-rows     to twl-rows.
           move tw-off-max      to twl-max.
           move tw-off-sum      to tw-sum-ed.
           move tw-sum-ed       to twl-sum.
           move tw-off-result   to twl-result.
           move tw-total-line   to ui-report-line.
           call "primesui" using primes-ui.

           move "batches"       to twl-copy.
           move tw-bat-rows     to twl-rows.
           move tw-bat-max      to twl-max.
           if tw-files-missing = zero
             move tw-bat-sum    to tw-sum-ed
             move tw-sum-ed     to twl-sum
           else
             move "           n/a" to twl-sum
           end-if.
           move tw-bat-result   to twl-result.
           move tw-total-line   to ui-report-line.
           call "primesui" using primes-ui.

           move tw-tab-rows   to gen-row-count.
           move 'log-message' to ui-methods.

           if tw-off-result = "BREAK"
             move tw-off-breaks to tw-note-ed
             move spaces to al-text
             string 'offline file breaks with table, '
                      delimited by size
                    function trim(tw-note-ed) delimited by size
                    ' range(s)' delimited by size
                    into al-text
             end-string
             perform r93gp-raise-threeway-alert
           end-if.
           if tw-bat-result = "BREAK"
             move tw-bat-breaks to tw-note-ed
             move spaces to al-text
             string 'published batches break with table, '
                      delimited by size
                    function trim(tw-note-ed) delimited by size
                    ' range(s)' delimited by size
                    into al-text
             end-string
             perform r93gp-raise-threeway-alert
           end-if.

           if tw-off-result = "BREAK" or tw-bat-result = "BREAK"
             move 0434 to ui-message-number
             move 'Three-way reconciliation found breaks.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             move 0433 to ui-message-number
             move 'Table, offline file and batches agree.'
               to program-message
             call "primesui" using primes-ui
           end-if.

       r93gp-raise-threeway-alert.

           move "CRIT"     to al-severity.
           move "THREEWAY" to al-source.
           move 'alert-ingest' to dal-methods.
           call "primes" using primes-dal.

       r90-start-primes-inventory.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-inventory"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'inventory'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93gq-environment-inventory
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93gq-environment-inventory.

           open input fenvdef.
           if envdef-status not = "00"
             move 0435 to ui-message-number
             move 'Environment list primes_environments.def not found.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             move zero to inv-count
             move "N"  to envdef-eof
             perform r93gr-read-env-line until envdef-at-end
             close fenvdef
             perform r93gt-pick-production
             perform r93gu-print-inventory
           end-if.

       r93gr-read-env-line.

           read fenvdef
             at end move "Y" to envdef-eof
           end-read.

           if not envdef-at-end
             move spaces to inv-w-schema inv-w-label inv-w-datasrc
             unstring envdef-buffer delimited by all space
               into inv-w-schema inv-w-label inv-w-datasrc
             end-unstring
             if inv-w-schema not = spaces
               and inv-w-schema(1:1) not = "*"
               and inv-count < inv-limit
               perform r93gs-probe-environment
             end-if
           end-if.

       r93gs-probe-environment.

           add 1 to inv-count.
           move function upper-case(inv-w-label)
             to ive-label(inv-count).

           move inv-w-schema  to iv-schema.
           move inv-w-datasrc to iv-datasource.
           move 'inventory-probe' to dal-methods.
           call "primes" using primes-dal.
           move dal-inventory-data to ive-probe(inv-count).

      *    the environment labelled PROD, else the session's own
      *    schema, else the first one listed
       r93gt-pick-production.

           move zero to inv-prod-idx.
           perform r93gv-check-prod-label
             varying inv-idx from 1 by 1 until inv-idx > inv-count.
           if inv-prod-idx = zero
             perform r93gw-check-prod-schema
               varying inv-idx from 1 by 1 until inv-idx > inv-count
           end-if.
           if inv-prod-idx = zero and inv-count > zero
             move 1 to inv-prod-idx
           end-if.

           move "N"  to inv-prod-reached inv-prod-vknown.
           move zero to inv-prod-rows inv-prod-max inv-prod-version.
           if inv-prod-idx > zero
             move ive-probe(inv-prod-idx) to dal-inventory-data
             if iv-was-reached
               move "Y"              to inv-prod-reached
               move iv-rows          to inv-prod-rows
               move iv-max-prime     to inv-prod-max
               move iv-version-known to inv-prod-vknown
               move iv-version       to inv-prod-version
             end-if
           end-if.

       r93gv-check-prod-label.

           if inv-prod-idx = zero and ive-label(inv-idx) = "PROD"
             move inv-idx to inv-prod-idx
           end-if.

       r93gw-check-prod-schema.

           move ive-probe(inv-idx) to dal-inventory-data.
           if inv-prod-idx = zero and iv-schema = env-name
             move inv-idx to inv-prod-idx
           end-if.

       r93gu-print-inventory.

           move zero to inv-reachable inv-behind inv-unreachable.

           move 'write-line' to ui-methods.
           accept gen-date-time from date yyyymmdd.
           move spaces to report-line-work.
           string 'Environment inventory ' delimited by size
                  gen-date-time(1:4)       delimited by size
                  '-'                      delimited by size
                  gen-date-time(5:2)       delimited by size
                  '-'                      delimited by size
                  gen-date-time(7:2)       delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move inv-head to ui-report-line.
           call "primesui" using primes-ui.

           perform r93gx-inventory-line
             varying inv-idx from 1 by 1 until inv-idx > inv-count.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if inv-count = zero
             move 'No environments listed.' to ui-report-line
             call "primesui" using primes-ui
           end-if.
           if inv-count > zero and not inv-prod-was-reached
             move 'Production not reachable, lag not judged.'
               to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move inv-count       to inv-count-ed.
           move inv-reachable   to inv-count-ed2.
           move inv-behind      to inv-count-ed3.
           move inv-unreachable to inv-count-ed4.
           move spaces to report-line-work.
           string 'Environments: '             delimited by size
                  function trim(inv-count-ed)  delimited by size
                  '   reachable: '             delimited by size
                  function trim(inv-count-ed2) delimited by size
                  '   behind production: '     delimited by size
                  function trim(inv-count-ed3) delimited by size
                  '   unreachable: '           delimited by size
                  function trim(inv-count-ed4) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move inv-count     to gen-row-count.
           move 'log-message' to ui-methods.
           if inv-unreachable > zero
             move 0437 to ui-message-number
             move 'Environment inventory: environment(s) unreachable.'
               to program-message
           else
             move 0436 to ui-message-number
             move 'Environment inventory complete.'
               to program-message
           end-if.
           call "primesui" using primes-ui.

      *    behind means fewer rows, a lower max prime or an older
      *    schema version than production
       r93gx-inventory-line.

           move ive-probe(inv-idx) to dal-inventory-data.
           move spaces             to inv-detail.
           move iv-schema          to ivd-schema.
           move ive-label(inv-idx) to ivd-label.

           if not iv-was-reached
             add 1 to inv-unreachable
             move spaces to report-line-work
             string inv-detail(1:20)        delimited by size
                    'not reachable: '       delimited by size
                    function trim(iv-reason) delimited by size
                    into report-line-work
             end-string
             move report-line-work(1:119) to inv-detail
             move 'UNREACHABLE' to ivd-flag
           else
             add 1 to inv-reachable
             move iv-rows      to ivd-rows
             move iv-max-prime to ivd-max
             if iv-run-is-known
               move iv-run-mode  to ivd-run-mode
               move iv-run-start to ivd-run-start
               evaluate true
                 when not iv-run-has-ended
                   move 'RUN'    to ivd-result
                 when iv-run-result = zero
                   move 'OK'     to ivd-result
                 when other
                   move 'FAILED' to ivd-result
               end-evaluate
             else
               move 'none'       to ivd-run-mode
             end-if
             if iv-lock-is-held
               move 'HELD' to ivd-lock
             else
               move '-'    to ivd-lock
             end-if
             if iv-alerts-are-known
               move iv-alerts-open to inv-count-ed
               move inv-count-ed   to ivd-alerts
             else
               move '    -'        to ivd-alerts
             end-if
             if iv-queue-is-known
               move iv-queue-pending to inv-count-ed
               move inv-count-ed     to ivd-queue
             else
               move '    -'          to ivd-queue
             end-if
             if iv-period = spaces
               move '-' to ivd-period
             else
               move spaces to ivd-period
               string iv-period(1:4) delimited by size
                      '-'            delimited by size
                      iv-period(5:2) delimited by size
                      into ivd-period
               end-string
             end-if
             if iv-version-is-known
               move iv-version     to inv-version-ed
               move inv-version-ed to ivd-version
             else
               move '   -'         to ivd-version
             end-if
             evaluate true
               when inv-idx = inv-prod-idx
                 move 'PRODUCTION' to ivd-flag
               when not inv-prod-was-reached
                 continue
               when iv-rows < inv-prod-rows
                 or iv-max-prime < inv-prod-max
                 or (inv-prod-version-known
                     and iv-version < inv-prod-version)
                 move 'BEHIND' to ivd-flag
                 add 1 to inv-behind
               when other
                 continue
             end-evaluate
           end-if.

           move inv-detail to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-upgrade.

           move "Y" to sv-upgrade.
           move "N" to sv-check-only.
           if function upper-case(upgrade-option) = "CHECK"
             move "Y" to sv-check-only
           end-if.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-upgrade"       to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             perform r93ha-schema-upgrade
             if not sv-is-check-only and session-method-ok
               move 'upgrade'        to dal-mode
               move 'run-log-start'  to dal-methods
               call "primes" using primes-dal
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ha-schema-upgrade.

           move 'schema-status' to dal-methods.
           call "primes" using primes-dal.

           move 'write-line' to ui-methods.
           move spaces to report-line-work.
           string 'Schema upgrade of '     delimited by size
                  function trim(env-name)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           if sv-is-check-only
             move spaces to ui-report-line
             string report-line-work       delimited by '  '
                    ' (check only)'        delimited by size
                    into ui-report-line
             end-string
           end-if.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           move sv-current  to stat-numeric-ed.
           move sv-required to stat-numeric-ed2.
           move spaces to report-line-work.
           string 'Schema version '                 delimited by size
                  function trim(stat-numeric-ed)    delimited by size
                  ', programs need version '        delimited by size
                  function trim(stat-numeric-ed2)   delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           move zero to sv-change-no upg-applied.
           move "N"  to upg-done.
           perform r93hb-next-change until upg-is-done.

           if upg-applied = zero and session-method-ok
             move '  no outstanding changes' to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move upg-applied   to gen-row-count.
           move 'log-message' to ui-methods.
           evaluate true
             when session-method-nok
               move 0442 to ui-message-number
               move 'Schema upgrade failed.' to program-message
             when sv-is-check-only
               move 0443 to ui-message-number
               move 'Schema upgrade check complete.'
                 to program-message
             when other
               move 0441 to ui-message-number
               move 'Schema upgrade complete.' to program-message
           end-evaluate.
           call "primesui" using primes-ui.

       r93hb-next-change.

           move 'schema-apply' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               add 1 to upg-applied
               move sv-change-no to upg-no-ed
               move spaces to report-line-work
               if sv-is-check-only
                 string '  '                delimited by size
                        upg-no-ed           delimited by size
                        '  '                delimited by size
                        sv-change-desc      delimited by size
                        '  outstanding'     delimited by size
                        into report-line-work
                 end-string
               else
                 string '  '                delimited by size
                        upg-no-ed           delimited by size
                        '  '                delimited by size
                        sv-change-desc      delimited by size
                        '  applied '        delimited by size
                        sv-applied-at       delimited by size
                        ' by '              delimited by size
                        function trim(operator-id)
                                            delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             when dal-method-eof
               move "Y" to upg-done
             when other
               move "Y" to upg-done
               move sv-change-no to upg-no-ed
               move spaces to report-line-work
               string '  '                  delimited by size
                      upg-no-ed             delimited by size
                      '  '                  delimited by size
                      sv-change-desc        delimited by size
                      '  FAILED'            delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
               move 1 to session-result
           end-evaluate.

       r90-start-primes-housekeep.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-housekeep"     to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'housekeep'      to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93hc-housekeeping
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the dead-row threshold comes from the command, else from
      *    PRIMES_VACUUM_DEAD_PCT, else 20 percent
       r93hc-housekeeping.

           move housekeep-dead-pct to hk-threshold.
           if hk-threshold = zero
             move spaces to pf-env
             accept pf-env from environment "PRIMES_VACUUM_DEAD_PCT"
             if pf-env(1:1) >= '0' and pf-env(1:1) <= '9'
               compute hk-threshold =
                       function numval(function trim(pf-env))
                 on size error move zero to hk-threshold
               end-compute
             end-if
           end-if.
           if hk-threshold = zero or hk-threshold > 100
             move 20 to hk-threshold
           end-if.

           perform r93hd-check-maintenance-window.

           move zero to hk-tables hk-indexes hk-unused hk-over
                        hk-maintained hk-failed hk-total-bytes.
           move "N" to hk-done.

           move 'space-snapshot' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93he-housekeeping-heading
             move 'space-cursor' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform r93hf-next-object until hk-is-done
             end-if
             perform r93hh-unused-indexes
             perform r93hi-table-maintenance
             perform r93hk-housekeeping-totals
           else
             move 1 to session-result
             move 'log-message' to ui-methods
             move 0448 to ui-message-number
             move 'Housekeeping failed.' to program-message
             call "primesui" using primes-ui
           end-if.

      *    PRIMES_BATCH_WINDOW is HHMM-HHMM and may run past midnight;
      *    without it the tables are reported but never maintained
       r93hd-check-maintenance-window.

           move "N"    to hk-in-window.
           move spaces to hk-window.
           accept hk-window from environment "PRIMES_BATCH_WINDOW".
           accept gen-date-time(9:) from time.
           move gen-date-time(9:4) to hk-now.

           if hk-window(1:4) is numeric and hk-window(5:1) = "-"
             and hk-window(6:4) is numeric
             move hk-window(1:4) to hk-from
             move hk-window(6:4) to hk-until
             evaluate true
               when hk-from < hk-until
                 if hk-now >= hk-from and hk-now < hk-until
                   move "Y" to hk-in-window
                 end-if
               when hk-from > hk-until
                 if hk-now >= hk-from or hk-now < hk-until
                   move "Y" to hk-in-window
                 end-if
               when other
                 continue
             end-evaluate
           else
             move spaces to hk-window
           end-if.

       r93he-housekeeping-heading.

           move 'write-line' to ui-methods.
           move spaces to report-line-work.
           string 'Database housekeeping of ' delimited by size
                  function trim(env-name)     delimited by size
                  '  snapshot '               delimited by size
                  sp-stamp                    delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move hk-threshold to hk-pct-ed.
           move spaces to report-line-work.
           evaluate true
             when hk-window = spaces
               string 'Dead-row threshold '         delimited by size
                      function trim(hk-pct-ed)      delimited by size
                      '%, no batch window set, '    delimited by size
                      'tables are not maintained'   delimited by size
                      into report-line-work
               end-string
             when hk-window-open
               string 'Dead-row threshold '         delimited by size
                      function trim(hk-pct-ed)      delimited by size
                      '%, batch window '            delimited by size
                      hk-window(1:9)                delimited by size
                      ' open'                       delimited by size
                      into report-line-work
               end-string
             when other
               string 'Dead-row threshold '         delimited by size
                      function trim(hk-pct-ed)      delimited by size
                      '%, batch window '            delimited by size
                      hk-window(1:9)                delimited by size
                      ' closed, tables are not '    delimited by size
                      'maintained'                  delimited by size
                      into report-line-work
               end-string
           end-evaluate.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.

      *    the cursor returns the tables first, then the indexes, each
      *    largest first
       r93hf-next-object.

           move 'space-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-ok
               perform r93hg-object-line
             when other
               move "Y" to hk-done
           end-evaluate.

       r93hg-object-line.

           if sp-is-table and hk-tables = zero
             move hk-table-head to ui-report-line
             call "primesui" using primes-ui
           end-if.
           if sp-is-index and hk-indexes = zero
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move hk-index-head to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move spaces to hk-detail.
           move sp-object to hkd-object.
           compute hkd-kbytes = ( sp-bytes + 1023 ) / 1024.
           move sp-rows   to hkd-rows.

           if sp-is-table
             add 1 to hk-tables
             add sp-bytes to hk-total-bytes
             move sp-dead-pct to hkd-dead
             if sp-last-maint = spaces
               move 'never' to hkd-maint
             else
               move sp-last-maint to hkd-maint
             end-if
             if sp-dead-pct >= hk-threshold
               move 'OVER' to hkd-flag
               if hk-over < hk-limit
                 add 1 to hk-over
                 move sp-object   to hko-object(hk-over)
                 move sp-dead-pct to hko-dead(hk-over)
               end-if
             end-if
           else
             add 1 to hk-indexes
             move sp-parent to hkd-maint
             move sp-scans  to hkd-scans
             evaluate true
               when sp-is-unique
                 move 'UNIQUE' to hkd-flag
               when sp-scans = zero
                 move 'UNUSED' to hkd-flag
                 if hk-unused < hk-limit
                   add 1 to hk-unused
                   move sp-object to hku-object(hk-unused)
                   move sp-parent to hku-parent(hk-unused)
                   compute hku-kbytes(hk-unused) =
                           ( sp-bytes + 1023 ) / 1024
                 end-if
               when other
                 continue
             end-evaluate
           end-if.

           move hk-detail to ui-report-line.
           call "primesui" using primes-ui.

      *    unique and primary key indexes enforce the data even when
      *    no query reads them, so only the others are listed
       r93hh-unused-indexes.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Indexes never used since statistics were reset'
             to ui-report-line.
           call "primesui" using primes-ui.

           if hk-unused = zero
             move '  none' to ui-report-line
             call "primesui" using primes-ui
           else
             perform r93hl-unused-line
               varying hk-idx from 1 by 1 until hk-idx > hk-unused
           end-if.

       r93hl-unused-line.

           move hku-kbytes(hk-idx) to hk-kb-ed.
           move spaces to report-line-work.
           string '  '                              delimited by size
                  function trim(hku-object(hk-idx)) delimited by size
                  ' on '                            delimited by size
                  function trim(hku-parent(hk-idx)) delimited by size
                  ', '                              delimited by size
                  function trim(hk-kb-ed)           delimited by size
                  ' KB'                             delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r93hi-table-maintenance.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Table maintenance' to ui-report-line.
           call "primesui" using primes-ui.

           evaluate true
             when hk-over = zero
               move '  no table over the dead-row threshold'
                 to ui-report-line
               call "primesui" using primes-ui
             when not hk-window-open
               move hk-over to hk-count-ed
               move spaces to report-line-work
               string '  '                     delimited by size
                      function trim(hk-count-ed) delimited by size
                      ' table(s) over the threshold, skipped '
                                               delimited by size
                      'outside the batch window'
                                               delimited by size
                      into report-line-work
               end-string
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             when other
               perform r93hj-maintain-table
                 varying hk-idx from 1 by 1 until hk-idx > hk-over
           end-evaluate.

       r93hj-maintain-table.

           move hko-object(hk-idx) to sp-object.
           move 'space-maintain' to dal-methods.
           call "primes" using primes-dal.

           move hko-dead(hk-idx) to hk-pct-ed.
           move spaces to report-line-work.
           evaluate true
             when dal-method-ok and sp-unique = "V"
               add 1 to hk-maintained
               string '  '                    delimited by size
                      function trim(sp-object) delimited by size
                      ' ('                    delimited by size
                      function trim(hk-pct-ed) delimited by size
                      '% dead) vacuumed and analyzed'
                                              delimited by size
                      into report-line-work
               end-string
             when dal-method-ok
               add 1 to hk-maintained
               string '  '                    delimited by size
                      function trim(sp-object) delimited by size
                      ' ('                    delimited by size
                      function trim(hk-pct-ed) delimited by size
                      '% dead) analyzed, vacuum refused'
                                              delimited by size
                      into report-line-work
               end-string
             when other
               add 1 to hk-failed
               string '  '                    delimited by size
                      function trim(sp-object) delimited by size
                      ' ('                    delimited by size
                      function trim(hk-pct-ed) delimited by size
                      '% dead) maintenance FAILED'
                                              delimited by size
                      into report-line-work
               end-string
           end-evaluate.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r93hk-housekeeping-totals.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           compute hk-kb-ed = ( hk-total-bytes + 1023 ) / 1024.
           move hk-tables  to hk-count-ed.
           move hk-indexes to hk-count-ed2.
           move hk-unused  to hk-count-ed3.
           move hk-maintained to hk-count-ed4.
           move spaces to report-line-work.
           string 'Tables: '                   delimited by size
                  function trim(hk-count-ed)   delimited by size
                  '   total KB: '              delimited by size
                  function trim(hk-kb-ed)      delimited by size
                  '   indexes: '               delimited by size
                  function trim(hk-count-ed2)  delimited by size
                  '   unused: '                delimited by size
                  function trim(hk-count-ed3)  delimited by size
                  '   maintained: '            delimited by size
                  function trim(hk-count-ed4)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move hk-tables     to gen-row-count.
           move 'log-message' to ui-methods.
           if hk-failed > zero
             move 1 to session-result
             move 0448 to ui-message-number
             move 'Housekeeping failed.' to program-message
           else
             move 0447 to ui-message-number
             move 'Housekeeping complete.' to program-message
           end-if.
           call "primesui" using primes-ui.

      *    every logged run compares the control files with the
      *    versions on record; a file is read only when its size or
      *    modification time moved
       r93hm-track-control-files.

           move zero to cfv-changed.
           perform r93hn-track-one-file
             varying cfv-idx from 1 by 1 until cfv-idx > cfv-file-count.

       r93hn-track-one-file.

           move spaces to cfv-filename cv-stamp.
           move cfv-file-name(cfv-idx) to cfv-filename cv-file.
           move zero to cfv-size cfv-year.
           call "CBL_CHECK_FILE_EXIST"
             using cfv-filename cfv-file-info.
           if return-code = zero
             move "Y" to cv-present
             move cfv-size to cfv-size-ed
             move cfv-year to cfv-year-ed
             compute cfv-month-ed = function ord(cfv-month) - 1
             compute cfv-day-ed   = function ord(cfv-day) - 1
             compute cfv-hour-ed  = function ord(cfv-hour) - 1
             compute cfv-min-ed   = function ord(cfv-minute) - 1
             compute cfv-sec-ed   = function ord(cfv-second) - 1
             string cfv-size-ed   delimited by size
                    ' '           delimited by size
                    cfv-year-ed   delimited by size
                    cfv-month-ed  delimited by size
                    cfv-day-ed    delimited by size
                    cfv-hour-ed   delimited by size
                    cfv-min-ed    delimited by size
                    cfv-sec-ed    delimited by size
                    into cv-stamp
             end-string
           else
             move "N" to cv-present
           end-if.

           move 'config-check' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok and cv-was-changed
             if cv-file-present
               move 'config-stage' to dal-methods
               call "primes" using primes-dal
               move "N" to cfv-eof
               open input fcfvfile
               if cfvfile-status = "00"
                 perform r93ho-stage-line until cfv-at-end
                 close fcfvfile
               end-if
             end-if
             move 'config-track' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and cv-was-changed
               add 1 to cfv-changed
               move cv-version to cfv-version-ed
               move "primesgen"   to program-name
               move "r93hm-track-control-files" to program-paragraph
               move 'log-message' to ui-methods
               move zero to ui-message-number
               move spaces to program-message
               string 'Control file '          delimited by size
                      function trim(cv-file)   delimited by size
                      ' changed, version '     delimited by size
                      function trim(cfv-version-ed)
                                               delimited by size
                      ' recorded.'             delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
           end-if.

       r93ho-stage-line.

           read fcfvfile
             at end move "Y" to cfv-eof
           end-read.
           if not cfv-at-end
             move cfvfile-buffer to cv-line
             move 'config-line' to dal-methods
             call "primes" using primes-dal
           end-if.

       r90-start-primes-drift.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-drift"         to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'drift'          to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93hp-control-drift
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the report runs from the start of the from date to the end
      *    of the to date, today when no to date is given
       r93hp-control-drift.

           if drift-to-date = spaces
             accept drift-to-date from date yyyymmdd
           end-if.

           move zero to drift-files drift-versions drift-unapproved.

           move 'write-line' to ui-methods.
           move spaces to report-line-work.
           string 'Control file drift of '  delimited by size
                  function trim(env-name)   delimited by size
                  ' from '                  delimited by size
                  drift-from-date(1:4)      delimited by size
                  '-'                       delimited by size
                  drift-from-date(5:2)      delimited by size
                  '-'                       delimited by size
                  drift-from-date(7:2)      delimited by size
                  ' to '                    delimited by size
                  drift-to-date(1:4)        delimited by size
                  '-'                       delimited by size
                  drift-to-date(5:2)        delimited by size
                  '-'                       delimited by size
                  drift-to-date(7:2)        delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           perform r93hq-drift-file
             varying cfv-idx from 1 by 1 until cfv-idx > cfv-file-count.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move drift-files      to drift-count-ed.
           move drift-versions   to drift-count-ed2.
           move drift-unapproved to drift-count-ed3.
           move spaces to report-line-work.
           string 'Files changed: '              delimited by size
                  function trim(drift-count-ed)  delimited by size
                  '   versions: '                delimited by size
                  function trim(drift-count-ed2) delimited by size
                  '   without approval: '        delimited by size
                  function trim(drift-count-ed3) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move drift-versions to gen-row-count.
           move 'log-message' to ui-methods.
           if drift-unapproved > zero
             move 0460 to ui-message-number
             move 'Drift report: changes without approval found.'
               to program-message
           else
             move 0459 to ui-message-number
             move 'Control file drift report complete.'
               to program-message
           end-if.
           call "primesui" using primes-ui.

       r93hq-drift-file.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.

           move cfv-file-name(cfv-idx) to cv-file.
           move drift-from-date        to cv-from-date.
           move drift-to-date          to cv-to-date.
           move 'config-span' to dal-methods.
           call "primes" using primes-dal.

           move cv-old-version to cfv-version-ed.
           move cv-new-version to cfv-version-ed2.
           move spaces to report-line-work.
           evaluate true
             when not dal-method-ok
               string function trim(cv-file)  delimited by size
                      '  history not readable' delimited by size
                      into report-line-work
               end-string
             when cv-new-version = zero
               string function trim(cv-file)  delimited by size
                      '  no version recorded'  delimited by size
                      into report-line-work
               end-string
             when cv-old-version = cv-new-version
               string function trim(cv-file)  delimited by size
                      '  unchanged, version '  delimited by size
                      function trim(cfv-version-ed)
                                              delimited by size
                      into report-line-work
               end-string
             when other
               add 1 to drift-files
               add cv-unapproved to drift-unapproved
               string function trim(cv-file)  delimited by size
                      '  version '            delimited by size
                      function trim(cfv-version-ed)
                                              delimited by size
                      ' to '                  delimited by size
                      function trim(cfv-version-ed2)
                                              delimited by size
                      into report-line-work
               end-string
               if cv-unapproved > zero
                 move report-line-work to ui-report-line
                 move spaces to report-line-work
                 string ui-report-line        delimited by '  '
                        '  ** CHANGED WITHOUT APPROVAL **'
                                              delimited by size
                        into report-line-work
                 end-string
               end-if
           end-evaluate.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           if dal-method-ok
             and cv-new-version not = zero
             and cv-old-version not = cv-new-version
             move 'config-vers-cursor' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "N" to drift-done
               perform r93hs-drift-version until drift-is-done
             end-if
             move 'config-diff-cursor' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "N" to drift-done
               perform r93ht-drift-line until drift-is-done
             end-if
           end-if.

       r93hs-drift-version.

           move 'config-vers-next' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             add 1 to drift-versions
             move cv-version    to cfv-version-ed
             move cv-line-count to cfv-version-ed2
             move spaces to report-line-work
             string '    version '             delimited by size
                    function trim(cfv-version-ed)
                                               delimited by size
                    '  '                       delimited by size
                    cv-at                      delimited by size
                    '  by '                    delimited by size
                    function trim(cv-operator) delimited by size
                    ', '                       delimited by size
                    function trim(cfv-version-ed2)
                                               delimited by size
                    ' lines'                   delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             move spaces to report-line-work
             if cv-approved-by = spaces
               string ui-report-line           delimited by '  '
                      '  NO APPROVAL'          delimited by size
                      into report-line-work
               end-string
             else
               string ui-report-line           delimited by '  '
                      '  approved by '         delimited by size
                      function trim(cv-approved-by)
                                               delimited by size
                      ' '                      delimited by size
                      cv-approved-at           delimited by size
                      into report-line-work
               end-string
             end-if
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           else
             move "Y" to drift-done
           end-if.

       r93ht-drift-line.

           move 'config-diff-next' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move cv-line-no to drift-line-ed
             move spaces to ui-report-line
             string '    '         delimited by size
                    cv-kind        delimited by size
                    ' '            delimited by size
                    drift-line-ed  delimited by size
                    ' | '          delimited by size
                    cv-line(1:116) delimited by size
                    into ui-report-line
             end-string
             call "primesui" using primes-ui
           else
             move "Y" to drift-done
           end-if.

       r90-start-primes-cfgapprove.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-cfgapprove"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'cfgapprove'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93hu-approve-control-file
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93hu-approve-control-file.

           move cfg-file-name to cv-file.
           move cfg-version   to cv-version.
           move 'config-approve' to dal-methods.
           call "primes" using primes-dal.

           move 'log-message' to ui-methods.
           if dal-method-ok
             move cv-version to cfv-version-ed
             move zero to ui-message-number
             move spaces to program-message
             string function trim(cv-file)        delimited by size
                    ' version '                   delimited by size
                    function trim(cfv-version-ed) delimited by size
                    ' approved by '               delimited by size
                    function trim(operator-id)    delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
             move 1 to gen-row-count
             move 0461 to ui-message-number
             move 'Control file change approved.' to program-message
           else
             move 1 to session-result
             move 0462 to ui-message-number
             move 'No unapproved version of that control file.'
               to program-message
           end-if.
           call "primesui" using primes-ui.

       r90-start-primes-triggerreport.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-triggerreport" to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'triggerreport'  to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93hv-trigger-report
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    one block per chain, each follow-on indented under the job
      *    whose trigger queued it
       r93hv-trigger-report.

           if trigger-report-days = zero
             move 7 to trigger-report-days
           end-if.
           move trigger-report-days to tr-days.

           move zero to trg-chains trg-jobs trg-count.
           move "N"  to trg-done trg-read-failed.

           move 'write-line' to ui-methods.
           move trigger-report-days to trg-count-ed.
           move spaces to report-line-work.
           string 'Trigger chains of the last '   delimited by size
                  function trim(trg-count-ed)     delimited by size
                  ' day(s)'                       delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move 'trigger-chain-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93hw-trigger-chain-line until trg-is-done
           else
             move "Y" to trg-read-failed
           end-if.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if trg-chains = zero
             move 'No trigger chains in this period.' to ui-report-line
             call "primesui" using primes-ui
           else
             move trg-head to ui-report-line
             call "primesui" using primes-ui
             perform r93hy-trigger-summary-line
               varying trg-idx from 1 by 1 until trg-idx > trg-count
           end-if.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move trg-chains to trg-count-ed.
           move trg-jobs   to trg-count-ed2.
           move spaces to report-line-work.
           string 'Chains: '                    delimited by size
                  function trim(trg-count-ed)   delimited by size
                  '   follow-on jobs: '         delimited by size
                  function trim(trg-count-ed2)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move trg-jobs to gen-row-count.
           move 'log-message' to ui-methods.
           if trg-read-has-failed
             move 1 to session-result
             move 0488 to ui-message-number
             move 'Trigger chain report FAILED.' to program-message
           else
             move 0487 to ui-message-number
             move 'Trigger chain report complete.' to program-message
           end-if.
           call "primesui" using primes-ui.

       r93hw-trigger-chain-line.

           move 'trigger-chain-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to trg-done
             when dal-method-nok
               move "Y" to trg-done trg-read-failed
             when other
               move 'write-line' to ui-methods
               if tr-depth = zero
                 add 1 to trg-chains
                 move spaces to ui-report-line
                 call "primesui" using primes-ui
               else
                 add 1 to trg-jobs
                 perform r93hx-count-trigger
               end-if
               move tr-job-id to trg-id-ed
               move spaces    to report-line-work
               compute trg-pointer = tr-depth * 2 + 1
               if trg-pointer > 21
                 move 21 to trg-pointer
               end-if
               string 'job '                      delimited by size
                      function trim(trg-id-ed)    delimited by size
                      ' '                         delimited by size
                      function trim(tr-mode)      delimited by size
                      ' '                         delimited by size
                      function trim(tr-status)    delimited by size
                      ' env '                     delimited by size
                      function trim(tr-env)       delimited by size
                      ' '                         delimited by size
                      tr-submitted                delimited by size
                      into report-line-work
                      with pointer trg-pointer
               end-string
               if tr-depth > zero
                 string ' by '                    delimited by size
                        function trim(tr-trigger) delimited by size
                        into report-line-work
                        with pointer trg-pointer
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
           end-evaluate.

      *    abandoned, refused and orphaned jobs count as failed,
      *    anything not yet finished as open
       r93hx-count-trigger.

           move zero to trg-found.
           perform r93id-find-trigger-entry
             varying trg-idx from 1 by 1 until trg-idx > trg-count.
           if trg-found = zero and trg-count < trg-limit
             add 1 to trg-count
             move trg-count  to trg-found
             move tr-trigger to trg-e-name(trg-found)
             move zero to trg-e-produced(trg-found)
                          trg-e-complete(trg-found)
                          trg-e-failed(trg-found)
                          trg-e-open(trg-found)
           end-if.

           if trg-found > zero
             add 1 to trg-e-produced(trg-found)
             evaluate function trim(tr-status)
               when "complete"
                 add 1 to trg-e-complete(trg-found)
               when "abandoned" when "refused" when "orphaned"
                 add 1 to trg-e-failed(trg-found)
               when other
                 add 1 to trg-e-open(trg-found)
             end-evaluate
           end-if.

       r93id-find-trigger-entry.

           if trg-found = zero and trg-e-name(trg-idx) = tr-trigger
             move trg-idx to trg-found
           end-if.

       r93hy-trigger-summary-line.

           move spaces to trg-detail.
           move trg-e-name(trg-idx)     to trgd-name.
           move trg-e-produced(trg-idx) to trgd-produced.
           move trg-e-complete(trg-idx) to trgd-complete.
           move trg-e-failed(trg-idx)   to trgd-failed.
           move trg-e-open(trg-idx)     to trgd-open.
           move trg-detail to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-streamforecast.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-streamforecast" to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'streamforecast' to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93ih-stream-forecast-report
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the error is the actual finish less the first forecast of
      *    the night, in minutes; a night still running has none
       r93ih-stream-forecast-report.

           if stream-report-days = zero
             move 14 to stream-report-days
           end-if.
           move stream-report-days to sh-days.

           move zero to sfh-nights sfh-finished sfh-close sfh-missed
                        sfh-error-total.
           move "N"  to sfh-done sfh-read-failed.

           move 'write-line' to ui-methods.
           move stream-report-days to sfh-count-ed.
           move spaces to report-line-work.
           string 'Stream finish forecasts of the last '
                                                delimited by size
                  function trim(sfh-count-ed)   delimited by size
                  ' day(s)'                     delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move sfh-head to ui-report-line.
           call "primesui" using primes-ui.

           move 'stream-hist-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93ii-stream-forecast-line until sfh-is-done
           else
             move "Y" to sfh-read-failed
           end-if.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if sfh-finished > zero
             compute sfh-error-mean rounded =
                     sfh-error-total / sfh-finished
           else
             move zero to sfh-error-mean
           end-if.
           move sfh-nights     to sfh-count-ed.
           move sfh-finished   to sfh-count-ed2.
           move sfh-error-mean to sfh-count-ed3.
           move sfh-close      to sfh-count-ed4.
           move sfh-missed     to sfh-count-ed5.
           move spaces to report-line-work.
           string 'Nights: '                     delimited by size
                  function trim(sfh-count-ed)    delimited by size
                  '   finished: '                delimited by size
                  function trim(sfh-count-ed2)   delimited by size
                  '   mean error (min): '        delimited by size
                  function trim(sfh-count-ed3)   delimited by size
                  '   within 15 min: '           delimited by size
                  function trim(sfh-count-ed4)   delimited by size
                  '   deadlines missed: '        delimited by size
                  function trim(sfh-count-ed5)   delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move sfh-nights to gen-row-count.
           move 'log-message' to ui-methods.
           if sfh-read-has-failed
             move 1 to session-result
             move 0494 to ui-message-number
             move 'Stream forecast report FAILED.' to program-message
           else
             move 0492 to ui-message-number
             move 'Stream forecast report complete.'
               to program-message
           end-if.
           call "primesui" using primes-ui.

       r93ii-stream-forecast-line.

           move 'stream-hist-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to sfh-done
             when dal-method-nok
               move "Y" to sfh-done sfh-read-failed
             when other
               add 1 to sfh-nights
               move spaces       to sfh-detail
               move sh-name      to sfhd-name
               move sh-date      to sfhd-date
               move sh-deadline(6:11) to sfhd-deadline
               move sh-first(12:5)    to sfhd-first
               move sh-last(12:5)     to sfhd-last
               move zero              to sfhd-error
               if sh-actual = spaces
                 move 'running'       to sfhd-actual
                 move sh-status       to sfhd-result
               else
                 move sh-actual(12:5) to sfhd-actual
                 if sh-first not = spaces
                   add 1 to sfh-finished
                   move sh-error-mins to sfhd-error
                   if sh-error-mins < zero
                     compute sfh-abs-error = zero - sh-error-mins
                   else
                     move sh-error-mins to sfh-abs-error
                   end-if
                   add sfh-abs-error to sfh-error-total
                   if sfh-abs-error <= 15
                     add 1 to sfh-close
                   end-if
                 end-if
                 evaluate true
                   when sh-status not = "complete"
                     move sh-status to sfhd-result
                   when sh-deadline = spaces
                     move 'complete' to sfhd-result
                   when sh-actual > sh-deadline
                     move 'LATE'     to sfhd-result
                     add 1 to sfh-missed
                   when other
                     move 'on time'  to sfhd-result
                 end-evaluate
               end-if
               move sfh-detail to ui-report-line
               call "primesui" using primes-ui
           end-evaluate.

       r90-start-primes-schedahead.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-schedahead"    to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'schedahead'     to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93ij-schedule-lookahead
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93ij-schedule-lookahead.

           if ahead-days = zero
             move 14 to ahead-days
           end-if.
           if ahead-days > 92
             move 92 to ahead-days
           end-if.

           move zero to ahd-count.
           move "N"  to cfg-eof.
           open input fschedule.
           if schedule-status not = "00"
             move 'log-message' to ui-methods
             move 0499 to ui-message-number
             move 'Schedule file primes_schedule.dat not found.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             perform r93ik-load-ahead-line until cfg-at-end
             close fschedule
             perform r93il-sort-pass
               varying ahd-i from 1 by 1 until ahd-i >= ahd-count
             perform r93in-entry-duration
               varying ahd-i from 1 by 1 until ahd-i > ahd-count
             perform r93io-print-lookahead
           end-if.

       r93ik-load-ahead-line.

           read fschedule
             at end move "Y" to cfg-eof
           end-read.

           if not cfg-at-end
             move spaces to ahd-w-name ahd-w-day ahd-w-time ahd-w-mode
                            ahd-w-ceiling ahd-w-env
             unstring schedule-buffer delimited by all space
               into ahd-w-name ahd-w-day ahd-w-time ahd-w-mode
                    ahd-w-ceiling ahd-w-env
             end-unstring
             if ahd-w-name not = spaces
               and ahd-w-name(1:1) not = "*"
               and ahd-w-mode not = spaces
               and ahd-count < ahd-limit
               add 1 to ahd-count
               move ahd-w-name to ahd-name(ahd-count)
               move function upper-case(ahd-w-day(1:3))
                 to ahd-day(ahd-count)
               move ahd-w-time(1:4) to ahd-time(ahd-count)
               move ahd-w-mode to ahd-mode(ahd-count)
               move ahd-w-env  to ahd-env(ahd-count)
               move zero       to ahd-mins(ahd-count)
                                  ahd-dur(ahd-count)
               if ahd-w-time(1:4) is numeric
                 compute ahd-mins(ahd-count) =
                         function numval(ahd-w-time(1:2)) * 60
                         + function numval(ahd-w-time(3:2))
               end-if
               move "N" to ahd-lock(ahd-count)
               evaluate function trim(ahd-w-mode)
                 when "generate" when "reset"
                 when "rollback" when "selftest"
                 when "benchmark" when "drill"
                   move "Y" to ahd-lock(ahd-count)
                 when other
                   continue
               end-evaluate
             end-if
           end-if.

       r93il-sort-pass.

           perform r93im-sort-compare
             varying ahd-j from 1 by 1 until ahd-j > ahd-count - ahd-i.

       r93im-sort-compare.

           if ahd-time(ahd-j) > ahd-time(ahd-j + 1)
             move ahd-entry(ahd-j)     to ahd-swap
             move ahd-entry(ahd-j + 1) to ahd-entry(ahd-j)
             move ahd-swap             to ahd-entry(ahd-j + 1)
           end-if.

       r93in-entry-duration.

           if ahd-lock(ahd-i) = "Y"
             move ahd-mode(ahd-i) to md-mode
             move 'mode-duration' to dal-methods
             call "primes" using primes-dal
             if md-secs > zero
               compute ahd-dur(ahd-i) = ( md-secs + 59 ) / 60
             else
               move 60 to ahd-dur(ahd-i)
             end-if
           end-if.

       r93io-print-lookahead.

           move zero to ahd-workdays ahd-submits ahd-skips ahd-slots
                        ahd-clashes ahd-eom.

           accept gen-date-time from date yyyymmdd.
           compute ahd-start-int =
                   function integer-of-date(
                     function numval(gen-date-time(1:8))).

           move 'write-line' to ui-methods.
           move ahead-days to ahd-count-ed.
           move spaces to report-line-work.
           string 'Schedule look-ahead from '   delimited by size
                  gen-date-time(1:4)            delimited by size
                  '-'                           delimited by size
                  gen-date-time(5:2)            delimited by size
                  '-'                           delimited by size
                  gen-date-time(7:2)            delimited by size
                  ' for '                       delimited by size
                  function trim(ahd-count-ed)   delimited by size
                  ' day(s)'                     delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           perform r93ip-lookahead-day
             varying ahd-d from 0 by 1 until ahd-d >= ahead-days.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move ahd-workdays to ahd-count-ed.
           move ahd-submits  to ahd-count-ed2.
           move ahd-skips    to ahd-count-ed3.
           move ahd-slots    to ahd-count-ed4.
           move ahd-clashes  to ahd-count-ed5.
           move ahd-eom      to ahd-count-ed6.
           move spaces to report-line-work.
           string 'Workdays: '                  delimited by size
                  function trim(ahd-count-ed)   delimited by size
                  '   submissions: '            delimited by size
                  function trim(ahd-count-ed2)  delimited by size
                  '   skipped: '                delimited by size
                  function trim(ahd-count-ed3)  delimited by size
                  '   same slot: '              delimited by size
                  function trim(ahd-count-ed4)  delimited by size
                  '   run lock clashes: '       delimited by size
                  function trim(ahd-count-ed5)  delimited by size
                  '   month-end warnings: '     delimited by size
                  function trim(ahd-count-ed6)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move ahd-submits to gen-row-count.
           move 'log-message' to ui-methods.
           if ahd-slots > zero or ahd-clashes > zero or ahd-eom > zero
             move 0498 to ui-message-number
             move 'Schedule look-ahead found conflicts, see report.'
               to program-message
           else
             move 0497 to ui-message-number
             move 'Schedule look-ahead complete.' to program-message
           end-if.
           call "primesui" using primes-ui.

      *    the scheduler submits nothing on a day the calendar does
      *    not count as a workday
       r93ip-lookahead-day.

           compute ahd-date-int = ahd-start-int + ahd-d.
           compute ahd-date-num =
                   function date-of-integer(ahd-date-int).
           move ahd-date-num to ahd-date.
           compute ahd-weekday =
                   function mod(ahd-date-int - 1, 7) + 1.
           compute ahd-day-pos = ahd-weekday * 3 - 2.
           move ahd-day-names(ahd-day-pos:3) to ahd-dayword.

           move 'check'  to cal-methods.
           move ahd-date to cal-date.
           call "primescal" using primes-cal.
           move cal-workday to ahd-workday.
           move cal-reason  to ahd-reason.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to report-line-work.
           if ahd-is-workday
             add 1 to ahd-workdays
             string ahd-date(1:4)     delimited by size
                    '-'               delimited by size
                    ahd-date(5:2)     delimited by size
                    '-'               delimited by size
                    ahd-date(7:2)     delimited by size
                    ' '               delimited by size
                    ahd-dayword       delimited by size
                    '  workday'       delimited by size
                    into report-line-work
             end-string
           else
             string ahd-date(1:4)     delimited by size
                    '-'               delimited by size
                    ahd-date(5:2)     delimited by size
                    '-'               delimited by size
                    ahd-date(7:2)     delimited by size
                    ' '               delimited by size
                    ahd-dayword       delimited by size
                    '  no processing: ' delimited by size
                    function trim(ahd-reason) delimited by size
                    into report-line-work
             end-string
           end-if.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           perform r93iq-lookahead-entry
             varying ahd-i from 1 by 1 until ahd-i > ahd-count.

           compute ahd-next-num =
                   function date-of-integer(ahd-date-int + 1).
           move ahd-next-num to ahd-next.
           if ahd-next(7:2) = "01" and not ahd-is-workday
             perform r93is-month-end-warning
           end-if.

       r93iq-lookahead-entry.

           if ahd-day(ahd-i) = "ALL" or ahd-day(ahd-i) = ahd-dayword
             move spaces to ahd-detail ahd-note
             move ahd-time(ahd-i) to ahdd-time
             move ahd-name(ahd-i) to ahdd-name
             move ahd-mode(ahd-i) to ahdd-mode
             if ahd-env(ahd-i) = spaces
               move 'default'     to ahdd-env
             else
               move ahd-env(ahd-i) to ahdd-env
             end-if
             if ahd-is-workday
               add 1 to ahd-submits
               move 'SUBMIT' to ahdd-action
               perform r93ir-check-conflict
                 varying ahd-j from 1 by 1 until ahd-j >= ahd-i
             else
               add 1 to ahd-skips
               move 'SKIP'   to ahdd-action
             end-if
             move ahd-note   to ahdd-note
             move ahd-detail to ui-report-line
             call "primesui" using primes-ui
           end-if.

      *    entries are in time order, so every earlier entry of the
      *    day has already been placed
       r93ir-check-conflict.

           if ahd-day(ahd-j) = "ALL" or ahd-day(ahd-j) = ahd-dayword
             evaluate true
               when ahd-lock(ahd-i) = "Y" and ahd-lock(ahd-j) = "Y"
                and ahd-env(ahd-i) = ahd-env(ahd-j)
                and ahd-mins(ahd-i) < ahd-mins(ahd-j) + ahd-dur(ahd-j)
                 add 1 to ahd-clashes
                 if ahd-note = spaces
                   string 'run lock held by '    delimited by size
                          function trim(ahd-name(ahd-j))
                                                 delimited by size
                          into ahd-note
                   end-string
                 end-if
               when ahd-time(ahd-i) = ahd-time(ahd-j)
                 add 1 to ahd-slots
                 if ahd-note = spaces
                   string 'same slot as '        delimited by size
                          function trim(ahd-name(ahd-j))
                                                 delimited by size
                          into ahd-note
                   end-string
                 end-if
               when other
                 continue
             end-evaluate
           end-if.

      *    a month-end close falling on a day without processing runs
      *    on no day at all unless it is moved to the last workday
       r93is-month-end-warning.

           add 1 to ahd-eom.
           move 'prevworkday' to cal-methods.
           move ahd-date      to cal-date.
           call "primescal" using primes-cal.

           move spaces to report-line-work.
           if cal-method-ok and cal-prev-date not = spaces
             string '   WARNING month end on a non-workday, last '
                                               delimited by size
                    'workday of the month is ' delimited by size
                    cal-prev-date(1:4)         delimited by size
                    '-'                        delimited by size
                    cal-prev-date(5:2)         delimited by size
                    '-'                        delimited by size
                    cal-prev-date(7:2)         delimited by size
                    into report-line-work
             end-string
           else
             move '   WARNING month end on a non-workday'
               to report-line-work
           end-if.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-incidentreport.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-incidentreport" to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'incidentreport' to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93it-incident-report
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    the incidents opened in the month, this month when none is
      *    given; minutes to acknowledge and to resolve count from
      *    the first alert of the incident
       r93it-incident-report.

           if usage-month(1:1) >= '0' and usage-month(1:1) <= '9'
             move usage-month to inc-month
           else
             accept gen-date-time from date yyyymmdd
             move gen-date-time(1:6) to inc-month
           end-if.

           move zero to icr-incidents icr-open icr-repeats icr-alerts
                        icr-ack-count icr-ack-total icr-res-count
                        icr-res-total icr-count.
           move "N"  to icr-done icr-read-failed.

           move 'write-line' to ui-methods.
           move spaces to report-line-work.
           string 'Incident report '  delimited by size
                  inc-month(1:4)      delimited by size
                  '-'                 delimited by size
                  inc-month(5:2)      delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move icr-head to ui-report-line.
           call "primesui" using primes-ui.

           move 'incident-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93iu-incident-line until icr-is-done
           else
             move "Y" to icr-read-failed
           end-if.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if icr-incidents = zero
             move 'No incidents opened in this month.'
               to ui-report-line
             call "primesui" using primes-ui
           else
             move icr-cause-head to ui-report-line
             call "primesui" using primes-ui
             perform r93ix-incident-cause-line
               varying icr-idx from 1 by 1 until icr-idx > icr-count
           end-if.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move icr-incidents to icr-count-ed.
           move icr-open      to icr-count-ed2.
           move icr-repeats   to icr-count-ed3.
           move icr-alerts    to icr-count-ed4.
           move spaces to report-line-work.
           string 'Incidents: '                 delimited by size
                  function trim(icr-count-ed)   delimited by size
                  '   still open: '             delimited by size
                  function trim(icr-count-ed2)  delimited by size
                  '   repeats: '                delimited by size
                  function trim(icr-count-ed3)  delimited by size
                  '   alerts grouped: '         delimited by size
                  function trim(icr-count-ed4)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move spaces to report-line-work.
           move 'Mean minutes to acknowledge: ' to report-line-work.
           if icr-ack-count = zero
             move '-' to report-line-work(30:1)
           else
             compute icr-mean rounded = icr-ack-total / icr-ack-count
             move icr-mean to icr-mins-ed
             move function trim(icr-mins-ed)
               to report-line-work(30:8)
           end-if.
           move '   to resolve: ' to report-line-work(38:15).
           if icr-res-count = zero
             move '-' to report-line-work(53:1)
           else
             compute icr-mean rounded = icr-res-total / icr-res-count
             move icr-mean to icr-mins-ed
             move function trim(icr-mins-ed)
               to report-line-work(53:8)
           end-if.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move icr-incidents to gen-row-count.
           move 'log-message' to ui-methods.
           if icr-read-has-failed
             move 1 to session-result
             move 0503 to ui-message-number
             move 'Incident report FAILED.' to program-message
           else
             move 0502 to ui-message-number
             move 'Incident report complete.' to program-message
           end-if.
           call "primesui" using primes-ui.

       r93iu-incident-line.

           move 'incident-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to icr-done
             when dal-method-nok
               move "Y" to icr-done icr-read-failed
             when other
               add 1 to icr-incidents
               add inc-alerts to icr-alerts
               if inc-status not = "closed"
                 add 1 to icr-open
               end-if
               if inc-is-repeat
                 add 1 to icr-repeats
               end-if
               perform r93iv-count-incident-cause
               move spaces      to icr-detail
               move inc-id      to icrd-id
               move inc-opened  to icrd-opened
               move inc-status  to icrd-status
               move inc-cause   to icrd-cause
               move inc-alerts  to icrd-alerts
               move inc-title   to icrd-title
               if inc-ack-mins < zero
                 move '      -' to icrd-ack
               else
                 move inc-ack-mins to icr-mins-ed
                 move icr-mins-ed  to icrd-ack
               end-if
               if inc-resolve-mins < zero
                 move '      -' to icrd-resolve
               else
                 move inc-resolve-mins to icr-mins-ed
                 move icr-mins-ed      to icrd-resolve
               end-if
               if inc-is-repeat
                 move ' REPEAT' to icrd-repeat
               end-if
               move icr-detail to ui-report-line
               call "primesui" using primes-ui
           end-evaluate.

      *    causes beyond the table still count in the totals
       r93iv-count-incident-cause.

           move zero to icr-found.
           perform r93iw-find-incident-cause
             varying icr-idx from 1 by 1 until icr-idx > icr-count.
           if icr-found = zero and icr-count < icr-limit
             add 1 to icr-count
             move icr-count to icr-found
             move inc-cause to icr-e-cause(icr-found)
             move zero to icr-e-incidents(icr-found)
                          icr-e-ack-count(icr-found)
                          icr-e-ack-total(icr-found)
                          icr-e-res-count(icr-found)
                          icr-e-res-total(icr-found)
                          icr-e-repeats(icr-found)
           end-if.

           if inc-ack-mins not < zero
             add 1            to icr-ack-count
             add inc-ack-mins to icr-ack-total
           end-if.
           if inc-resolve-mins not < zero
             add 1                to icr-res-count
             add inc-resolve-mins to icr-res-total
           end-if.

           if icr-found > zero
             add 1 to icr-e-incidents(icr-found)
             if inc-ack-mins not < zero
               add 1            to icr-e-ack-count(icr-found)
               add inc-ack-mins to icr-e-ack-total(icr-found)
             end-if
             if inc-resolve-mins not < zero
               add 1                to icr-e-res-count(icr-found)
               add inc-resolve-mins to icr-e-res-total(icr-found)
             end-if
             if inc-is-repeat
               add 1 to icr-e-repeats(icr-found)
             end-if
           end-if.

       r93iw-find-incident-cause.

           if icr-found = zero and icr-e-cause(icr-idx) = inc-cause
             move icr-idx to icr-found
           end-if.

       r93ix-incident-cause-line.

           move spaces to icr-cause-detail.
           move icr-e-cause(icr-idx)     to icrc-cause.
           move icr-e-incidents(icr-idx) to icrc-incidents.
           move icr-e-repeats(icr-idx)   to icrc-repeats.
           if icr-e-ack-count(icr-idx) = zero
             move '         -' to icrc-ack
           else
             compute icr-mean rounded = icr-e-ack-total(icr-idx)
                                      / icr-e-ack-count(icr-idx)
             move icr-mean    to icr-mins-ed
             move spaces      to icrc-ack
             move icr-mins-ed to icrc-ack(4:7)
           end-if.
           if icr-e-res-count(icr-idx) = zero
             move '             -' to icrc-resolve
           else
             compute icr-mean rounded = icr-e-res-total(icr-idx)
                                      / icr-e-res-count(icr-idx)
             move icr-mean    to icr-mins-ed
             move spaces      to icrc-resolve
             move icr-mins-ed to icrc-resolve(8:7)
           end-if.
           move icr-cause-detail to ui-report-line.
           call "primesui" using primes-ui.

      *    the source is an alert source or * and the window is the
      *    minutes, 1 to 1440, within which alerts join an incident
       r93iy-validate-incident-rule.

           read fincdef
             at end move "Y" to icd-eof
           end-read.

           if not icd-at-end
             move spaces to icd-w-rule icd-w-source icd-w-window
             unstring incdef-buffer delimited by all space
               into icd-w-rule icd-w-source icd-w-window
             end-unstring
             if icd-w-rule not = spaces
               and icd-w-rule(1:1) not = "*"
               add 1 to vld-checked
               move zero to icd-window
               if icd-w-window(1:1) >= '0'
                 and icd-w-window(1:1) <= '9'
                 compute icd-window =
                         function numval(function trim(icd-w-window))
               end-if
               move spaces to report-line-work
               if icd-w-source not = spaces
                 and icd-window > zero
                 and icd-window <= 1440
                 string '  OK   '                  delimited by size
                        icd-w-rule                 delimited by size
                        ' '                        delimited by size
                        icd-w-source               delimited by size
                        ' '                        delimited by size
                        function trim(icd-w-window) delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                  delimited by size
                        icd-w-rule                 delimited by size
                        ': a source and a window of 1-1440 minutes'
                                                   delimited by size
                        ' are required'            delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93iz-print-incident-section.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Incident grouping rules (primes_incident.def)'
             to ui-report-line.
           call "primesui" using primes-ui.

           move "N" to icd-eof.
           open input fincdef.
           if incdef-status = "00"
             perform r93ja-print-incident-line until icd-at-end
             close fincdef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

       r93ja-print-incident-line.

           read fincdef
             at end move "Y" to icd-eof
           end-read.
           if not icd-at-end
             move spaces to report-line-work
             string '  '             delimited by size
                    incdef-buffer    delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r90-start-primes-runbookcheck.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-runbookcheck"  to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'runbookcheck'   to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93jb-runbook-check
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    every alert source, message number and SQLCODE that has
      *    occurred is looked up in primes_runbook.dat
       r93jb-runbook-check.

           move zero to rbc-seen rbc-covered rbc-missing.
           move "N"  to rbc-done rbc-read-failed.

           move 'reload' to book-methods.
           call "primesbook" using primes-book.

           move 'write-line' to ui-methods.
           accept gen-date-time from date yyyymmdd.
           move spaces to report-line-work.
           string 'Runbook completeness '   delimited by size
                  gen-date-time(1:4)        delimited by size
                  '-'                       delimited by size
                  gen-date-time(5:2)        delimited by size
                  '-'                       delimited by size
                  gen-date-time(7:2)        delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Alert and error types without a runbook entry'
             to ui-report-line.
           call "primesui" using primes-ui.
           move rbc-head to ui-report-line.
           call "primesui" using primes-ui.

           move 'runbook-keys-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93jc-runbook-key-line until rbc-is-done
           else
             move "Y" to rbc-read-failed
           end-if.

           move 'write-line' to ui-methods.
           if rbc-missing = zero
             move '  (none)' to ui-report-line
             call "primesui" using primes-ui
           end-if.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move rbc-seen    to rbc-count-ed.
           move rbc-covered to rbc-count-ed2.
           move rbc-missing to rbc-count-ed3.
           move spaces to report-line-work.
           string 'Types seen: '                delimited by size
                  function trim(rbc-count-ed)   delimited by size
                  '   with runbook: '           delimited by size
                  function trim(rbc-count-ed2)  delimited by size
                  '   without: '                delimited by size
                  function trim(rbc-count-ed3)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move rbc-seen to gen-row-count.
           move 'log-message' to ui-methods.
           evaluate true
             when rbc-read-has-failed
               move 1 to session-result
               move 0531 to ui-message-number
               move 'Runbook completeness check FAILED.'
                 to program-message
             when rbc-missing > zero
               move 0530 to ui-message-number
               move 'Runbook check: types without a runbook entry.'
                 to program-message
             when other
               move 0529 to ui-message-number
               move 'Runbook completeness check complete.'
                 to program-message
           end-evaluate.
           call "primesui" using primes-ui.

       r93jc-runbook-key-line.

           move 'runbook-keys-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to rbc-done
             when dal-method-nok
               move "Y" to rbc-done rbc-read-failed
             when other
               add 1 to rbc-seen
               move 'find'  to book-methods
               move rk-type to book-type
               move rk-key  to book-key
               call "primesbook" using primes-book
               if book-method-ok
                 add 1 to rbc-covered
               else
                 add 1 to rbc-missing
                 move spaces   to rbc-detail
                 move rk-type  to rbcd-type
                 move rk-key   to rbcd-key
                 move rk-count to rbcd-count
                 move rk-last  to rbcd-last
                 move 'write-line' to ui-methods
                 move rbc-detail to ui-report-line
                 call "primesui" using primes-ui
               end-if
           end-evaluate.

      *    type SRC, MSG or SQL, a key, a step number, the language
      *    E or D and the text of the step
       r93jd-validate-runbook-line.

           read frunbook
             at end move "Y" to rbf-eof
           end-read.

           if not rbf-at-end
             move spaces to rbf-w-type rbf-w-key rbf-w-step rbf-w-lang
             move 1 to rbf-pointer
             unstring runbook-buffer delimited by all space
               into rbf-w-type rbf-w-key rbf-w-step rbf-w-lang
               with pointer rbf-pointer
             end-unstring
             if rbf-w-type not = spaces
               and rbf-w-type(1:1) not = "*"
               add 1 to vld-checked
               move spaces to rbf-reason
               move function upper-case(rbf-w-type) to rbf-w-type
               evaluate true
                 when rbf-w-type not = "SRC"
                   and rbf-w-type not = "MSG"
                   and rbf-w-type not = "SQL"
                   move 'type must be SRC, MSG or SQL' to rbf-reason
                 when rbf-w-key = spaces
                   move 'a key is required' to rbf-reason
                 when rbf-w-type = "MSG"
                   and ( rbf-w-key(1:4) is not numeric
                         or rbf-w-key(5:) not = spaces )
                   move 'message number must be four digits'
                     to rbf-reason
                 when rbf-w-step(1:2) is not numeric
                   or rbf-w-step(3:) not = spaces
                   move 'step must be two digits' to rbf-reason
                 when function upper-case(rbf-w-lang) not = "E"
                   and function upper-case(rbf-w-lang) not = "D"
                   move 'language must be E or D' to rbf-reason
                 when rbf-pointer > 132
                   or runbook-buffer(rbf-pointer:) = spaces
                   move 'the step has no text' to rbf-reason
                 when other
                   continue
               end-evaluate
               move spaces to report-line-work
               if rbf-reason = spaces
                 string '  OK   '                 delimited by size
                        rbf-w-type(1:3)           delimited by size
                        ' '                       delimited by size
                        function trim(rbf-w-key)  delimited by size
                        ' '                       delimited by size
                        rbf-w-step(1:2)           delimited by size
                        ' '                       delimited by size
                        rbf-w-lang(1:1)           delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                 delimited by size
                        function trim(rbf-w-type) delimited by size
                        ' '                       delimited by size
                        function trim(rbf-w-key)  delimited by size
                        ': '                      delimited by size
                        rbf-reason                delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93je-print-runbook-section.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Runbook (primes_runbook.dat)' to ui-report-line.
           call "primesui" using primes-ui.

           move "N" to rbf-eof.
           open input frunbook.
           if runbook-status = "00"
             perform r93jf-print-runbook-line until rbf-at-end
             close frunbook
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

       r93jf-print-runbook-line.

           read frunbook
             at end move "Y" to rbf-eof
           end-read.
           if not rbf-at-end
             move spaces to report-line-work
             string '  '             delimited by size
                    runbook-buffer   delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r90-start-primes-timeline.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-timeline"      to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move methods          to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93jg-timeline-window
             if session-result = zero
               perform r93jh-event-timeline
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    a date alone runs from 00:00 of the from date to 23:59 of
      *    the to date, an empty to time means now
       r93jg-timeline-window.

           if timeline-to = spaces
             accept tln-date from date yyyymmdd
             accept tln-time from time
             string tln-date       delimited by size
                    tln-time(1:4)  delimited by size
                    into timeline-to
             end-string
           end-if.
           if timeline-from(9:4) = spaces
             move '0000' to timeline-from(9:4)
           end-if.
           if timeline-to(9:4) = spaces
             move '2359' to timeline-to(9:4)
           end-if.

           if timeline-from is not numeric
             or timeline-to is not numeric
             or timeline-from > timeline-to
             move 0538 to ui-message-number
             move 'Times must be given as YYYYMMDD or YYYYMMDDHHMM.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             move timeline-from to tl-from
             move timeline-to   to tl-to
           end-if.

       r93jh-event-timeline.

           move zero to tln-events tln-src-count.
           move "N"  to tln-done tln-read-failed tln-csv.

           if timelinecsv-mode
             move "Y" to tln-csv
             open output ftimeline
             move 'time,source,operator,run,description'
               to timeline-buffer
             write timeline-buffer
           else
             move 'write-line' to ui-methods
             move spaces to report-line-work
             string 'Event timeline '       delimited by size
                    tl-from(1:4)            delimited by size
                    '-'                     delimited by size
                    tl-from(5:2)            delimited by size
                    '-'                     delimited by size
                    tl-from(7:2)            delimited by size
                    ' '                     delimited by size
                    tl-from(9:2)            delimited by size
                    ':'                     delimited by size
                    tl-from(11:2)           delimited by size
                    ' to '                  delimited by size
                    tl-to(1:4)              delimited by size
                    '-'                     delimited by size
                    tl-to(5:2)              delimited by size
                    '-'                     delimited by size
                    tl-to(7:2)              delimited by size
                    ' '                     delimited by size
                    tl-to(9:2)              delimited by size
                    ':'                     delimited by size
                    tl-to(11:2)             delimited by size
                    '  '                    delimited by size
                    function trim(env-name) delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move spaces to ui-report-line
             call "primesui" using primes-ui
             move tln-head to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move 'timeline-cursor' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             perform r93ji-timeline-event until tln-is-done
           else
             move "Y" to tln-read-failed
           end-if.

           if tln-csv-on
             close ftimeline
             move "primes_timeline.csv" to ui-report-filename
           else
             perform r93jl-timeline-summary
           end-if.

           move tln-events to gen-row-count.
           move 'log-message' to ui-methods.
           evaluate true
             when tln-read-has-failed
               move 1 to session-result
               move 0536 to ui-message-number
               move 'Event timeline FAILED.' to program-message
             when tln-events = zero
               move 0537 to ui-message-number
               move 'Timeline: no events in the window.'
                 to program-message
             when other
               move 0535 to ui-message-number
               move 'Event timeline complete.' to program-message
           end-evaluate.
           call "primesui" using primes-ui.

       r93ji-timeline-event.

           move 'timeline-next' to dal-methods.
           call "primes" using primes-dal.

           evaluate true
             when dal-method-eof
               move "Y" to tln-done
             when dal-method-nok
               move "Y" to tln-done tln-read-failed
             when other
               add 1 to tln-events
               perform r93jj-count-source
               if tln-csv-on
                 inspect tl-text replacing all '"' by "'"
                 move tl-run to tln-run-ed
                 move spaces to timeline-buffer
                 string tl-at                      delimited by size
                        ','                        delimited by size
                        function trim(tl-source)   delimited by size
                        ','                        delimited by size
                        function trim(tl-operator) delimited by size
                        ','                        delimited by size
                        function trim(tln-run-ed)  delimited by size
                        ',"'                       delimited by size
                        function trim(tl-text)     delimited by size
                        '"'                        delimited by size
                        into timeline-buffer
                 end-string
                 write timeline-buffer
               else
                 move spaces      to tln-detail
                 move tl-at       to tlnd-at
                 move tl-source   to tlnd-source
                 move tl-operator to tlnd-operator
                 if tl-run > zero
                   move tl-run    to tlnd-run
                 end-if
                 move tl-text     to tlnd-text
                 move 'write-line' to ui-methods
                 move tln-detail to ui-report-line
                 call "primesui" using primes-ui
               end-if
           end-evaluate.

       r93jj-count-source.

           move zero to tln-src-found.
           perform r93jk-match-source
             varying tln-src-idx from 1 by 1
               until tln-src-idx > tln-src-count.
           if tln-src-found = zero and tln-src-count < 12
             add 1 to tln-src-count
             move tln-src-count to tln-src-found
             move tl-source to tln-src-name(tln-src-found)
             move zero      to tln-src-events(tln-src-found)
           end-if.
           if tln-src-found > zero
             add 1 to tln-src-events(tln-src-found)
           end-if.

       r93jk-match-source.

           if tln-src-found = zero
             and tln-src-name(tln-src-idx) = tl-source
             move tln-src-idx to tln-src-found
           end-if.

       r93jl-timeline-summary.

           move 'write-line' to ui-methods.
           if tln-events = zero
             move '  (no events)' to ui-report-line
             call "primesui" using primes-ui
           end-if.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move tln-events to tln-count-ed.
           move spaces to report-line-work.
           string 'Events: '                    delimited by size
                  function trim(tln-count-ed)   delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           perform r93jm-source-line
             varying tln-src-idx from 1 by 1
               until tln-src-idx > tln-src-count.

       r93jm-source-line.

           move tln-src-events(tln-src-idx) to tln-count-ed.
           move spaces to report-line-work.
           string '  '                          delimited by size
                  tln-src-name(tln-src-idx)     delimited by size
                  '  '                          delimited by size
                  tln-count-ed                  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-loadtest.

           move "primesgen"   to program-name.
           move "r90-start-primes-loadtest"      to program-paragraph.
           move 'log-message' to ui-methods.

           move env-name to reset-effective-schema.
           if reset-effective-schema = spaces
             move 0541 to ui-message-number
             move 'Load test refused: name a test schema explicitly.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result
           else
             if function upper-case(reset-effective-schema)
                  = "PRODUCTION"
                or function upper-case(reset-effective-schema)(1:4)
                  = "PROD"
               move 0542 to ui-message-number
               move 'Load test refused: production environment.'
                 to program-message
               call "primesui" using primes-ui
               move 1       to  session-result
             else
               perform r93jn-load-profile
               if session-result = zero
                 perform r93jo-run-loadtest
               end-if
             end-if
           end-if.

      *    the built-in default profile applies when the file does not
      *    name one
       r93jn-load-profile.

           move loadtest-profile to ltp-name.
           if ltp-name = spaces
             move "default" to ltp-name
           end-if.
           move 60         to ltp-rate.
           move 2          to ltp-minutes.
           move 50         to ltp-lookup.
           move 30         to ltp-nearest.
           move 20         to ltp-factor.
           move "LOADTEST" to ltp-client.
           move "N"        to ltp-matched ltp-eof.

           open input floaddef.
           if loaddef-status = "00"
             perform r93jp-read-profile-line until ltp-at-end
             close floaddef
           end-if.

           move 'log-message' to ui-methods.
           evaluate true
             when not ltp-was-matched and ltp-name not = "default"
               move 0543 to ui-message-number
               move
                'Load test profile not found in primes_loadtest.def.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             when ltp-rate = zero or ltp-minutes = zero
               or ltp-lookup + ltp-nearest + ltp-factor not = 100
               move 0544 to ui-message-number
               move 'Load test profile is not valid.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             when other
               continue
           end-evaluate.

       r93jp-read-profile-line.

           read floaddef
             at end move "Y" to ltp-eof
           end-read.

           if not ltp-at-end
             perform r93jq-split-profile-line
             if ltp-w-name = ltp-name
               move "Y" to ltp-matched
               if ltp-w-is-ok
                 compute ltp-rate =
                         function numval(function trim(ltp-w-rate))
                 compute ltp-minutes =
                         function numval(function trim(ltp-w-minutes))
                 compute ltp-lookup =
                         function numval(function trim(ltp-w-lookup))
                 compute ltp-nearest =
                         function numval(function trim(ltp-w-nearest))
                 compute ltp-factor =
                         function numval(function trim(ltp-w-factor))
                 if ltp-w-client not = spaces
                   move ltp-w-client to ltp-client
                 end-if
               else
                 move zero to ltp-rate
               end-if
             end-if
           end-if.

       r93jq-split-profile-line.

           move spaces to ltp-w-name ltp-w-rate ltp-w-minutes
                          ltp-w-lookup ltp-w-nearest ltp-w-factor
                          ltp-w-client.
           unstring loaddef-buffer delimited by all space
             into ltp-w-name ltp-w-rate ltp-w-minutes ltp-w-lookup
                  ltp-w-nearest ltp-w-factor ltp-w-client
           end-unstring.

           move "Y" to ltp-w-ok.
           if ltp-w-rate(1:1) < '0' or ltp-w-rate(1:1) > '9'
             or ltp-w-minutes(1:1) < '0' or ltp-w-minutes(1:1) > '9'
             or ltp-w-lookup(1:1) < '0' or ltp-w-lookup(1:1) > '9'
             or ltp-w-nearest(1:1) < '0' or ltp-w-nearest(1:1) > '9'
             or ltp-w-factor(1:1) < '0' or ltp-w-factor(1:1) > '9'
             move "N" to ltp-w-ok
           end-if.

       r93jo-run-loadtest.

           move reset-effective-schema to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok then
             move 'loadtest'       to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal

             move ltp-client   to cl-id
             move 'load test'  to cl-contact
             move zero         to cl-quota
             move 'client-register' to dal-methods
             call "primes" using primes-dal
             if dal-method-nok
               move 0545 to ui-message-number
               move 'Load test client cannot be registered.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             else
               move ltp-rate    to ltw-count-ed
               move ltp-minutes to ltw-count-ed2
               move spaces to program-message
               string 'Load test '                 delimited by size
                      function trim(ltp-name)      delimited by size
                      ': '                         delimited by size
                      function trim(ltw-count-ed)  delimited by size
                      ' requests/minute for '      delimited by size
                      function trim(ltw-count-ed2) delimited by size
                      ' minutes as '               delimited by size
                      function trim(ltp-client)    delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
               perform r93jt-submit-requests
               perform r93ju-drain-requests
               perform r93jv-loadtest-report
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    requests go out at the profile rate, checked every second
       r93jt-submit-requests.

           move zero to ltw-submitted ltw-submit-errors ltw-elapsed
                        lt-first-id lt-last-id.
           move 1009 to ltw-number.
           move ltp-client to lt-client rq-client.
           compute ltw-total = ltp-rate * ltp-minutes.

           perform r87d-elapsed-seconds.
           move gen-elapsed-secs to ltw-t0.
           perform r93jw-submit-second
             until ltw-submitted >= ltw-total.

       r93jw-submit-second.

           perform r87d-elapsed-seconds.
           compute ltw-elapsed = gen-elapsed-secs - ltw-t0.
           compute ltw-due = ltp-rate * ( ltw-elapsed + 1 ) / 60.
           if ltw-due > ltw-total
             move ltw-total to ltw-due
           end-if.

           perform r93jx-submit-request
             until ltw-submitted >= ltw-due.

           if ltw-submitted < ltw-total
             call "C$SLEEP" using ltw-sleep
           end-if.

      *    the slot spreads the mix evenly over every hundred requests,
      *    the numbers follow a fixed sequence so runs are comparable
       r93jx-submit-request.

           add 1 to ltw-submitted.
           compute ltw-slot = function mod(ltw-submitted * 37, 100).
           evaluate true
             when ltw-slot < ltp-lookup
               move 'lookup'  to rq-type
             when ltw-slot < ltp-lookup + ltp-nearest
               move 'nearest' to rq-type
             when other
               move 'factor'  to rq-type
           end-evaluate.
           compute ltw-number =
                   function mod(ltw-number * 7919 + 104729, 999983) + 2.
           move ltw-number to rq-number.
           move zero       to rq-number-to.

           move 'request-submit' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             if lt-first-id = zero
               move rq-id to lt-first-id
             end-if
             move rq-id to lt-last-id
           else
             add 1 to ltw-submit-errors
           end-if.

      *    the service gets up to the drain limit to answer the rest
       r93ju-drain-requests.

           move zero to ltw-waited lt-pending.
           if lt-first-id > zero
             move 1 to lt-pending
             perform r93jy-drain-poll
               until lt-pending = zero
                  or ltw-waited >= ltw-drain-limit
           end-if.

       r93jy-drain-poll.

           move 'loadtest-pending' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-nok
             move zero to lt-pending
           end-if.
           if lt-pending > zero
             call "C$SLEEP" using ltw-poll
             add ltw-poll to ltw-waited
           end-if.

       r93jv-loadtest-report.

           move ltw-submitted to gen-row-count.
           move 'log-message' to ui-methods.
           if lt-first-id = zero
             move 0546 to ui-message-number
             move 'Load test: no request could be submitted.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           else
             move 'loadtest-measure' to dal-methods
             call "primes" using primes-dal
             if dal-method-nok
               move 1 to session-result
             else
               move ltp-name to lt-profile
               move 'loadtest-baseline' to dal-methods
               call "primes" using primes-dal
               perform r93jz-print-loadtest
               perform r93ka-loadtest-verdict
             end-if
           end-if.

       r93jz-print-loadtest.

           move 'write-line' to ui-methods.
           accept gen-date-time from date yyyymmdd.
           move spaces to report-line-work.
           string 'Service load test '          delimited by size
                  function trim(ltp-name)       delimited by size
                  ' on '                        delimited by size
                  function trim(reset-effective-schema)
                                                delimited by size
                  ' '                           delimited by size
                  gen-date-time(1:4)            delimited by size
                  '-'                           delimited by size
                  gen-date-time(5:2)            delimited by size
                  '-'                           delimited by size
                  gen-date-time(7:2)            delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move ltp-rate    to ltw-count-ed.
           move ltp-minutes to ltw-count-ed2.
           move ltp-lookup  to ltw-count-ed3.
           move ltp-nearest to ltw-count-ed4.
           move ltp-factor  to ltw-count-ed5.
           move spaces to report-line-work.
           string function trim(ltw-count-ed)  delimited by size
                  ' requests/minute for '      delimited by size
                  function trim(ltw-count-ed2) delimited by size
                  ' minutes, client '          delimited by size
                  function trim(ltp-client)    delimited by size
                  ', mix lookup/nearest/factor ' delimited by size
                  function trim(ltw-count-ed3) delimited by size
                  '/'                          delimited by size
                  function trim(ltw-count-ed4) delimited by size
                  '/'                          delimited by size
                  function trim(ltw-count-ed5) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move ltw-head to ui-report-line.
           call "primesui" using primes-ui.

           move zero to ltw-unanswered.
           perform r93kb-loadtest-line
             varying lt-idx from 1 by 1 until lt-idx > lt-count.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if ltw-unanswered > zero or ltw-submit-errors > zero
             move ltw-unanswered    to ltw-count-ed
             move ltw-submit-errors to ltw-count-ed2
             move ltw-drain-limit   to ltw-count-ed3
             move spaces to report-line-work
             string 'Not answered within '     delimited by size
                    function trim(ltw-count-ed3) delimited by size
                    's of the last request: '  delimited by size
                    function trim(ltw-count-ed)  delimited by size
                    '   not submitted: '       delimited by size
                    function trim(ltw-count-ed2) delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r93kb-loadtest-line.

           move spaces                to ltw-detail.
           move lt-type(lt-idx)       to ltd-type.
           move lt-submitted(lt-idx)  to ltd-sent.
           move lt-answered(lt-idx)   to ltd-answered.
           move lt-errors(lt-idx)     to ltd-errors.
           move lt-avg-ms(lt-idx)     to ltd-avg.
           move lt-p95-ms(lt-idx)     to ltd-p95.
           move lt-max-ms(lt-idx)     to ltd-max.
           move lt-per-min(lt-idx)    to ltd-per-min.
           move ltw-detail to ui-report-line.
           call "primesui" using primes-ui.
           if lt-type(lt-idx) = "TOTAL"
             compute ltw-unanswered =
                     lt-submitted(lt-idx) - lt-answered(lt-idx)
           end-if.

      *    a type is slower when its 95th percentile exceeds the
      *    baseline by half plus 100 ms, the run fails on a slower
      *    type or on a third less throughput than the baseline
       r93ka-loadtest-verdict.

           move "N" to ltw-fail.
           move 'write-line' to ui-methods.
           if lb-was-found
             move spaces to report-line-work
             string 'Compared with baseline of '  delimited by size
                    lb-run-at                     delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
             move ltw-cmp-head to ui-report-line
             call "primesui" using primes-ui
             perform r93kc-compare-line
               varying lt-idx from 1 by 1 until lt-idx > lt-count
             move spaces to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move 'log-message' to ui-methods.
           move "N" to lt-baseline.
           if lb-was-found
             if ltw-has-failed
               move 0548 to ui-message-number
               move 'Load test FAIL: slower than baseline threshold.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             else
               move 0547 to ui-message-number
               move 'Load test PASS against baseline.'
                 to program-message
               call "primesui" using primes-ui
             end-if
             if loadtest-save-on
               move "Y" to lt-baseline
             end-if
           else
             move 0549 to ui-message-number
             move 'No stored load test baseline, storing this run.'
               to program-message
             call "primesui" using primes-ui
             move "Y" to lt-baseline
           end-if.

           if ltw-unanswered > zero or ltw-submit-errors > zero
             move 0551 to ui-message-number
             move 'Load test: requests failed or not answered.'
               to program-message
             call "primesui" using primes-ui
           end-if.

           move 'loadtest-save' to dal-methods.
           call "primes" using primes-dal.
           if dal-method-ok
             if lt-is-baseline
               move 0555 to ui-message-number
               move 'Load test results stored as baseline.'
                 to program-message
             else
               move 0550 to ui-message-number
               move 'Load test results stored.' to program-message
             end-if
             call "primesui" using primes-ui
           end-if.

       r93kc-compare-line.

           move zero to ltw-base-idx.
           perform r93kd-find-base-type
             varying lb-idx from 1 by 1 until lb-idx > lb-count.

           move spaces             to ltw-cmp.
           move lt-type(lt-idx)    to ltc-type.
           move lt-p95-ms(lt-idx)  to ltc-p95.
           move lt-per-min(lt-idx) to ltc-per-min.
           if ltw-base-idx = zero
             move 'new' to ltc-verdict
           else
             move lb-p95-ms(ltw-base-idx)  to ltc-base-p95
             move lb-per-min(ltw-base-idx) to ltc-base-per-min
             compute ltw-allowed = lb-p95-ms(ltw-base-idx)
                                 + lb-p95-ms(ltw-base-idx) / 2 + 100
             compute ltw-min-rate = lb-per-min(ltw-base-idx) * 2 / 3
             move 'ok' to ltc-verdict
             if lt-p95-ms(lt-idx) > ltw-allowed
               move 'SLOWER' to ltc-verdict
               move "Y" to ltw-fail
             end-if
             if lt-type(lt-idx) = "TOTAL"
               and lt-per-min(lt-idx) < ltw-min-rate
               move 'SLOWER' to ltc-verdict
               move "Y" to ltw-fail
             end-if
           end-if.
           move ltw-cmp to ui-report-line.
           call "primesui" using primes-ui.

       r93kd-find-base-type.

           if ltw-base-idx = zero
             and lb-type(lb-idx) = lt-type(lt-idx)
             set ltw-base-idx to lb-idx
           end-if.

      *    a profile name, requests per minute, minutes, the lookup,
      *    nearest and factor percentages adding up to 100 and an
      *    optional client id
       r93ke-validate-loadtest-line.

           read floaddef
             at end move "Y" to ltp-eof
           end-read.

           if not ltp-at-end
             perform r93jq-split-profile-line
             if ltp-w-name not = spaces
               and ltp-w-name(1:1) not = "*"
               add 1 to vld-checked
               move spaces to report-line-work
               if ltp-w-is-ok
                 and function numval(function trim(ltp-w-rate)) > 0
                 and function numval(function trim(ltp-w-minutes)) > 0
                 and function numval(function trim(ltp-w-lookup))
                   + function numval(function trim(ltp-w-nearest))
                   + function numval(function trim(ltp-w-factor))
                   = 100
                 string '  OK   '                  delimited by size
                        loaddef-buffer             delimited by size
                        into report-line-work
                 end-string
               else
                 add 1 to vld-failed
                 string '  FAIL '                  delimited by size
                        ltp-w-name                 delimited by size
                        ': a rate, minutes and a mix adding up to 100'
                                                   delimited by size
                        ' are required'            delimited by size
                        into report-line-work
                 end-string
               end-if
               move report-line-work to ui-report-line
               call "primesui" using primes-ui
             end-if
           end-if.

       r93kf-print-loadtest-section.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move 'Load test profiles (primes_loadtest.def)'
             to ui-report-line.
           call "primesui" using primes-ui.

           move "N" to ltp-eof.
           open input floaddef.
           if loaddef-status = "00"
             perform r93kg-print-loadtest-line until ltp-at-end
             close floaddef
           else
             move '  (file not present)' to ui-report-line
             call "primesui" using primes-ui.

       r93kg-print-loadtest-line.

           read floaddef
             at end move "Y" to ltp-eof
           end-read.
           if not ltp-at-end
             move spaces to report-line-work
             string '  '             delimited by size
                    loaddef-buffer   delimited by size
                    into report-line-work
             end-string
             move report-line-work to ui-report-line
             call "primesui" using primes-ui
           end-if.

       r90-start-primes-hold.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-hold"          to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'hold'           to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             perform r93kh-check-hold
             if session-method-ok
               move 'hold'         to ap-mode
               move env-name       to ap-schema
               perform r89d-require-approval
             end-if
             if session-method-ok
               perform r93ki-place-hold
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

      *    RUN, CATALOG and BATCH take a number, CLIENT a client id
      *    and DATE one day or a from-to range of days
       r93kh-check-hold.

           move spaces to hd-client hd-from hd-to hd-expires hd-reason.
           move zero   to hd-number.
           move function upper-case(hold-kind) to hd-kind.
           move hold-expires to hd-expires.
           move hold-reason  to hd-reason.
           accept hdw-today from date yyyymmdd.

           evaluate hd-kind
             when "RUN"
             when "CATALOG"
             when "BATCH"
               if hold-ref(1:1) >= '0' and hold-ref(1:1) <= '9'
                 compute hd-number =
                         function numval(function trim(hold-ref))
               end-if
               if hd-number = zero
                 perform r93kj-refuse-reference
               end-if
             when "CLIENT"
               move hold-ref to hd-client
               if hd-client = spaces
                 perform r93kj-refuse-reference
               end-if
             when "DATE"
               unstring hold-ref delimited by "-"
                 into hd-from hd-to
               end-unstring
               if hd-to = spaces
                 move hd-from to hd-to
               end-if
               if hd-from is not numeric
                 or hd-to is not numeric
                 or hd-from > hd-to
                 perform r93kj-refuse-reference
               end-if
             when other
               move 0560 to ui-message-number
               move
                'Hold refused: kind not RUN/CATALOG/BATCH/CLIENT/DATE.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
           end-evaluate.

           if session-method-ok and hd-reason = spaces
             move 0562 to ui-message-number
             move 'Hold refused: a reason is required.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
           end-if.

           if session-method-ok and hd-expires not = spaces
             if hd-expires is not numeric
               or hd-expires not > hdw-today
               move 0563 to ui-message-number
               move
                'Hold refused: expiry must be a future date YYYYMMDD.'
                 to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           end-if.

       r93kj-refuse-reference.

           move 0561 to ui-message-number.
           move 'Hold refused: reference not valid for the kind.'
             to program-message.
           call "primesui" using primes-ui.
           move 1 to session-result.

       r93ki-place-hold.

           move 'hold-place' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move hd-id to hdw-count-ed
             move spaces to program-message
             string 'Legal hold '                delimited by size
                    function trim(hdw-count-ed)  delimited by size
                    ' placed on '                delimited by size
                    function trim(hd-kind)       delimited by size
                    ' '                          delimited by size
                    function trim(hold-ref)      delimited by size
                    into program-message
             end-string
             if hd-expires not = spaces
               move program-message to report-line-work
               move spaces to program-message
               string function trim(report-line-work)
                        delimited by size
                      ' until '                  delimited by size
                      hd-expires                 delimited by size
                      into program-message
               end-string
             end-if
             call "primesui" using primes-ui
             move 1 to gen-row-count
             move "placed" to oa-outcome
           else
             move 0564 to ui-message-number
             move 'Legal hold could not be recorded.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
             move "failed" to oa-outcome
           end-if.

           move "primesgen" to oa-program.
           move "hold"      to oa-action.
           move spaces      to oa-detail.
           string function trim(hdw-count-ed) delimited by size
                  ' '                         delimited by size
                  function trim(hd-kind)      delimited by size
                  ' '                         delimited by size
                  function trim(hold-ref)     delimited by size
                  ': '                        delimited by size
                  hd-reason                   delimited by size
                  into oa-detail
           end-string.
           move 'audit-write' to dal-methods.
           call "primes" using primes-dal.

       r90-start-primes-holdlift.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-holdlift"      to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'holdlift'       to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             if hold-id = zero
               move 0566 to ui-message-number
               move 'A hold id is required.' to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
             if session-method-ok
               move 'holdlift'     to ap-mode
               move env-name       to ap-schema
               perform r89d-require-approval
             end-if
             if session-method-ok
               perform r93kk-lift-hold
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93kk-lift-hold.

           move hold-id     to hd-id hdw-count-ed.
           move 'hold-lift' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move spaces to program-message
             string 'Legal hold '               delimited by size
                    function trim(hdw-count-ed) delimited by size
                    ' on '                      delimited by size
                    function trim(hd-kind)      delimited by size
                    ' lifted.'                  delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
             move 1 to gen-row-count
             move "lifted" to oa-outcome
           else
             move 0565 to ui-message-number
             move 'Hold lift refused: no active hold with that id.'
               to program-message
             call "primesui" using primes-ui
             move 1 to session-result
             move "refused" to oa-outcome
           end-if.

           move "primesgen" to oa-program.
           move "holdlift"  to oa-action.
           move spaces      to oa-detail.
           string 'hold '                     delimited by size
                  function trim(hdw-count-ed) delimited by size
                  into oa-detail
           end-string.
           move 'audit-write' to dal-methods.
           call "primes" using primes-dal.

       r90-start-primes-holds.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-holds"         to program-paragraph.
           move 'log-message' to ui-methods.

           if dal-method-ok then
             move 'holds'          to dal-mode
             move 'run-log-start'  to dal-methods
             call "primes" using primes-dal
             move 'hold-list'      to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform r93kl-print-holds
             else
               move 0567 to ui-message-number
               move 'Legal hold listing failed.' to program-message
               call "primesui" using primes-ui
               move 1 to session-result
             end-if
           else
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             call "primesui" using primes-ui
             move 1       to  session-result.

       r93kl-print-holds.

           move 'write-line' to ui-methods.
           accept hdw-today from date yyyymmdd.
           move spaces to report-line-work.
           string 'Legal holds in force '  delimited by size
                  hdw-today(1:4)           delimited by size
                  '-'                      delimited by size
                  hdw-today(5:2)           delimited by size
                  '-'                      delimited by size
                  hdw-today(7:2)           delimited by size
                  '  '                     delimited by size
                  function trim(env-name)  delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move
            '       id kind     reference                placed    '
             & ' by               expires'
             to ui-report-line.
           call "primesui" using primes-ui.

           perform r93km-print-hold
             varying hd-idx from 1 by 1 until hd-idx > hd-count.

           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           if hd-count = zero
             move 'No legal holds in force.' to ui-report-line
             call "primesui" using primes-ui
           end-if.

           move hd-count to hdw-count-ed.
           move spaces to report-line-work.
           string 'Holds in force: '          delimited by size
                  function trim(hdw-count-ed) delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move hd-count      to gen-row-count.
           move 'log-message' to ui-methods.

       r93km-print-hold.

           move hde-id(hd-idx) to hdw-count-ed.
           move spaces to report-line-work.
           string hdw-count-ed              delimited by size
                  ' '                       delimited by size
                  hde-kind(hd-idx)          delimited by size
                  ' '                       delimited by size
                  hde-ref(hd-idx)           delimited by size
                  ' '                       delimited by size
                  hde-placed-at(hd-idx)     delimited by size
                  ' '                       delimited by size
                  hde-placed-by(hd-idx)     delimited by size
                  ' '                       delimited by size
                  hde-expires(hd-idx)       delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move spaces to report-line-work.
           string '          reason: '      delimited by size
                  hde-reason(hd-idx)        delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

           move hde-runs(hd-idx)     to hdw-count-ed.
           move hde-reports(hd-idx)  to hdw-count-ed2.
           move hde-batches(hd-idx)  to hdw-count-ed3.
           move hde-requests(hd-idx) to hdw-count-ed4.
           move hde-other(hd-idx)    to hdw-count-ed5.
           move spaces to report-line-work.
           string '          protects: '       delimited by size
                  function trim(hdw-count-ed)  delimited by size
                  ' run(s), '                  delimited by size
                  function trim(hdw-count-ed2) delimited by size
                  ' report(s), '               delimited by size
                  function trim(hdw-count-ed3) delimited by size
                  ' batch(es), '               delimited by size
                  function trim(hdw-count-ed4) delimited by size
                  ' request(s), '              delimited by size
                  function trim(hdw-count-ed5) delimited by size
                  ' other row(s)'              delimited by size
                  into report-line-work
           end-string.
           move report-line-work to ui-report-line.
           call "primesui" using primes-ui.

       r90-start-primes-genworker.

           move env-name   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.

           move "primesgen"   to program-name.
           move "r90-start-primes-genworker"     to program-paragraph.
             when other
               move sg-start to seg-cur-start
               move sg-start to test-number
               move sg-start to stat-numeric-ed
               move sg-end   to stat-numeric-ed2
               move spaces   to dal-origin-id
               string 'segment '               delimited by size
                      function trim(stat-numeric-ed)
                                               delimited by size
                      '-'                      delimited by size
                      function trim(stat-numeric-ed2)
                                               delimited by size
                      into dal-origin-id
               end-string
               compute gen-ceiling = sg-end + 1
               perform r78-sieve-block
                 until test-number >= gen-ceiling
                     function numval(function trim(pf-env))
             if pf-limit > zero
               compute pf-limit-bytes = pf-limit * 1048576
               if pf-snap-bytes > zero
                 if pf-snap-bytes > pf-limit-bytes
                   move spaces to pf-text
                   string 'primes tables over configured budget at '
                                           delimited by size
                          pf-snap-at       delimited by size
                          into pf-text
                   end-string
                   perform r91i-record-breach
                 end-if
               else
                 if pf-db-bytes > pf-limit-bytes
                   move 'database size over configured budget'
                     to pf-text
                   perform r91i-record-breach
                 end-if
               end-if
             end-if
           end-if.

       r99b-build-catalog-params.

           move spaces to cat-params.
           evaluate true
             when userreport-mode
               string 'def='                   delimited by size
                      function trim(report-def-name)
                                               delimited by size
                      ' out='                  delimited by size
                      urd-output               delimited by size
                      into cat-params
               end-string
             when deliveryreport-mode
               string 'rcp='                   delimited by size
                      function trim(deliver-recipient)
                                               delimited by size
                      into cat-params
               end-string
             when reportdiff-mode
               string 'old='                   delimited by size
                      diff-old-id              delimited by size
                      ' new='                  delimited by size
                      diff-new-id              delimited by size
                      into cat-params
               end-string
             when apsearch-mode
               move range-low-number  to prm-start
               move range-high-number to prm-end
               string 'lo='                    delimited by size
                      prm-start                delimited by size
                      ' hi='                   delimited by size
                      prm-end                  delimited by size
                      ' ml='                   delimited by size
                      ap-min-length            delimited by size
                      ' df='                   delimited by size
                      ap-difference            delimited by size
                      into cat-params
               end-string
             when other
               move range-start-ident to prm-start
               move range-end-ident of primes-session to prm-end
               string 'rs='                    delimited by size
                      prm-start                delimited by size
                      ' re='                   delimited by size
                      prm-end                  delimited by size
                      ' dl='                   delimited by size
                      prm-delta                delimited by size
                      ' cf='                   delimited by size
                      function trim(class-filter)
                                               delimited by size
                      into cat-params
               end-string
           end-evaluate.

       r99a-close-report-restart.

             end-if
             move 'catalog-register' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and not session-method-nok
               perform r93fg-distribute-report
             end-if
           end-if.

           if rpt-is-tracked and dal-is-connected
             perform r99a-close-report-restart
           end-if.

           if dal-is-connected and dal-run-id not = zero
             perform r93hm-track-control-files
           end-if.

           if dal-is-connected
             move gen-row-count    to dal-row-count
             move session-result   to dal-run-result
