         88 close-mode             value "close".
         88 retention-mode         value "retention".
         88 clientusage-mode       value "clientusage".
         88 nthprime-mode          value "nthprime".
         88 primecount-mode        value "primecount".
         88 primerange-mode        value "primerange".
         88 apsearch-mode          value "apsearch".
         88 reportrace-mode        value "reportrace".
         88 reportracecsv-mode     value "reportracecsv".
         88 gapfreq-mode           value "gapfreq".
         88 randprime-mode         value "randprime".
         88 issuereport-mode       value "issuereport".
         88 provenance-mode        value "provenance".
         88 userreport-mode        value "userreport".
         88 reportdiff-mode        value "reportdiff".
         88 deliveryreport-mode    value "deliveryreport".
         88 redeliver-mode         value "redeliver".
         88 threeway-mode          value "threeway".
         88 inventory-mode         value "inventory".
         88 upgrade-mode           value "upgrade".
         88 housekeep-mode         value "housekeep".
         88 drift-mode             value "drift".
         88 cfgapprove-mode        value "cfgapprove".
         88 triggerreport-mode     value "triggerreport".
         88 streamforecast-mode    value "streamforecast".
         88 schedahead-mode        value "schedahead".
         88 incidentreport-mode    value "incidentreport".
         88 runbookcheck-mode      value "runbookcheck".
         88 timeline-mode          value "timeline".
         88 timelinecsv-mode       value "timelinecsv".
         88 loadtest-mode          value "loadtest".
         88 hold-mode              value "hold".
         88 holdlift-mode          value "holdlift".
         88 holdlist-mode          value "holds".
         88 yearclose-mode         value "yearclose".
         88 secretreset-mode       value "secretreset".
         88 generate-primes        value "generate".
         88 start-primes           value "start".
         88 stop-primes            value "stop".
        03 client-id               pic x(16) value space.
        03 client-contact          pic x(40) value space.
        03 client-quota            pic 9(6)  value zero.
      *    clientusage, chargeback, close and incidentreport month
        03 usage-month             pic x(6)  value space.
        03 approval-id             pic 9(9)  value zero.
        03 approval-mode           pic x(16) value space.
        03 rate-per-krow-cents     pic 9(9)  value zero.
        03 benchmark-save          pic x     value "N".
         88 benchmark-save-on      value "Y".
        03 range-low-number        pic 9(18)  value zero.
        03 range-high-number       pic 9(18)  value zero.
      *    apsearch: shortest progression reported and the common
      *    difference to search, zero searches every difference
        03 ap-min-length           pic 9(2)  value 3.
        03 ap-difference           pic 9(9)  value zero.
        03 race-modulus            pic 9(3)  value 4.
        03 gap-band                pic x(12) value space.
      *    randprime: size is D<digits> or B<band>, a zero seed is
      *    taken from the clock and printed
        03 rand-spec               pic x(16) value space.
        03 rand-count              pic 9(6)  value 1.
        03 rand-seed               pic 9(18)  value zero.
        03 rand-requester          pic x(16) value space.
        03 rand-purpose            pic x(32) value space.
        03 issue-month             pic x(7)  value space.
      *    userreport: definition name in primes_report.def, output
      *    PRINT or CSV overrides the definition
        03 report-def-name         pic x(16) value space.
        03 report-def-output       pic x(8)  value space.
      *    reportdiff: catalog ids of the earlier and the later report
        03 diff-old-id             pic 9(9)  value zero.
        03 diff-new-id             pic 9(9)  value zero.
      *    redeliver and deliveryreport: catalog entry and recipient
        03 deliver-cat-id          pic 9(9)  value zero.
        03 deliver-recipient       pic x(16) value space.
      *    upgrade: CHECK lists the outstanding schema changes only
        03 upgrade-option          pic x(8)  value space.
      *    housekeep: dead-row percentage from which a table is
      *    vacuumed, zero takes the configured default
        03 housekeep-dead-pct      pic 9(3)  value zero.
      *    drift: dates as YYYYMMDD, an empty to date means today;
      *    cfgapprove: control file and version, zero for the latest
        03 drift-from-date         pic x(8)  value space.
        03 drift-to-date           pic x(8)  value space.
        03 cfg-file-name           pic x(40) value space.
        03 cfg-version             pic 9(6)  value zero.
      *    triggerreport: chains started in the last n days
        03 trigger-report-days     pic 9(3)  value 7.
      *    streamforecast: stream nights of the last n days
        03 stream-report-days      pic 9(3)  value 14.
      *    schedahead: days of the schedule to project from today
        03 ahead-days              pic 9(3)  value 14.
      *    timeline: window as YYYYMMDD or YYYYMMDDHHMM, an empty to
      *    time means now
        03 timeline-from           pic x(12) value space.
        03 timeline-to             pic x(12) value space.
      *    loadtest: profile in primes_loadtest.def, SAVE stores the
      *    run as the new baseline
        03 loadtest-profile        pic x(16) value space.
        03 loadtest-save           pic x     value "N".
         88 loadtest-save-on       value "Y".
      *    hold: kind RUN, CATALOG, BATCH, CLIENT or DATE, the run,
      *    entry or batch number, client id or YYYYMMDD[-YYYYMMDD]
      *    range as reference, an optional YYYYMMDD expiry and the
      *    reason; holdlift: id of the hold to lift
        03 hold-kind               pic x(8)  value space.
        03 hold-ref                pic x(32) value space.
        03 hold-expires            pic x(8)  value space.
        03 hold-reason             pic x(60) value space.
        03 hold-id                 pic 9(9)  value zero.
      *    yearclose: year as YYYY, empty takes the previous year
        03 close-year              pic x(4)  value space.
      *    secretreset: operator who gets a temporary secret
        03 signon-operator         pic x(16) value space.
