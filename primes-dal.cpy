         88 dal-job-submit         value "job-submit".
         88 dal-job-list           value "job-list".
         88 dal-job-update         value "job-update".
         88 dal-job-class-set      value "job-class-set".
         88 dal-job-output-find    value "job-output-find".
         88 dal-job-milestones     value "job-milestones".
         88 dal-trigger-chain-cursor value "trigger-chain-cursor".
         88 dal-trigger-chain-next value "trigger-chain-next".
         88 dal-stream-check       value "stream-check".
         88 dal-stream-save        value "stream-save".
         88 dal-stream-run-start   value "stream-run-start".
         88 dal-stream-plan        value "stream-plan".
         88 dal-stream-step-start  value "stream-step-start".
         88 dal-stream-forecast    value "stream-forecast".
         88 dal-stream-run-finish  value "stream-run-finish".
         88 dal-stream-running     value "stream-running".
         88 dal-stream-hist-cursor value "stream-hist-cursor".
         88 dal-stream-hist-next   value "stream-hist-next".
         88 dal-mode-duration      value "mode-duration".
         88 dal-lock-acquire       value "lock-acquire".
         88 dal-lock-release       value "lock-release".
         88 dal-healthcheck        value "healthcheck".
         88 dal-alert-list         value "alert-list".
         88 dal-alert-set          value "alert-set".
         88 dal-alert-errors       value "alert-errors".
         88 dal-incident-open      value "incident-open".
         88 dal-incident-attach    value "incident-attach".
         88 dal-incident-update    value "incident-update".
         88 dal-incident-ack       value "incident-ack".
         88 dal-incident-close     value "incident-close".
         88 dal-incident-group     value "incident-group".
         88 dal-incident-list      value "incident-list".
         88 dal-incident-cursor    value "incident-cursor".
         88 dal-incident-next      value "incident-next".
         88 dal-runbook-keys-cursor value "runbook-keys-cursor".
         88 dal-runbook-keys-next  value "runbook-keys-next".
         88 dal-timeline-cursor    value "timeline-cursor".
         88 dal-timeline-next      value "timeline-next".
         88 dal-loadtest-pending   value "loadtest-pending".
         88 dal-loadtest-measure   value "loadtest-measure".
         88 dal-loadtest-baseline  value "loadtest-baseline".
         88 dal-loadtest-save      value "loadtest-save".
         88 dal-hold-place         value "hold-place".
         88 dal-hold-lift          value "hold-lift".
         88 dal-hold-list          value "hold-list".
         88 dal-milestone-list     value "milestone-list".
         88 dal-gap-ledger-list    value "gap-ledger".
         88 dal-cons-cursor        value "cons-cursor".
         88 dal-sla-check          value "sla-check".
         88 dal-audit-write        value "audit-write".
         88 dal-audit-page         value "audit-page".
         88 dal-signon-check       value "signon-check".
         88 dal-signon-secret      value "signon-secret".
         88 dal-signon-lock        value "signon-lock".
         88 dal-access-review     value "operator-review".
         88 dal-approval-file      value "approval-file".
         88 dal-approval-list      value "approval-list".
         88 dal-approval-decide    value "approval-decide".
         88 dal-chargeback         value "chargeback".
         88 dal-catalog-fetch      value "catalog-fetch".
         88 dal-dashboard          value "dashboard".
         88 dal-metrics-gather     value "metrics".
         88 dal-number-detail      value "number-detail".
         88 dal-period-close       value "period-close".
         88 dal-year-gather        value "year-gather".
         88 dal-year-seal          value "year-seal".
         88 dal-retention-sweep    value "retention-sweep".
         88 dal-preflight          value "preflight".
         88 dal-journal-write      value "journal-write".
         88 dal-journal-page       value "journal-page".
         88 dal-nth-prime          value "nth-prime".
         88 dal-prime-count        value "prime-count".
         88 dal-range-count        value "range-count".
         88 dal-range-cursor       value "range-cursor".
         88 dal-range-next         value "range-next".
         88 dal-range-answer       value "range-answer".
         88 dal-rsprow-cursor      value "rsprow-cursor".
         88 dal-rsprow-next        value "rsprow-next".
         88 dal-table-coverage     value "table-coverage".
         88 dal-bitmap-lookup      value "bitmap-lookup".
         88 dal-ap-clear           value "ap-clear".
         88 dal-ap-record          value "ap-record".
         88 dal-ap-summary         value "ap-summary".
         88 dal-gapfreq-update     value "gapfreq-update".
         88 dal-gapfreq-bands      value "gapfreq-bands".
         88 dal-gapfreq-sizes      value "gapfreq-sizes".
         88 dal-issue-take         value "issue-take".
         88 dal-issue-cursor       value "issue-cursor".
         88 dal-issue-next         value "issue-next".
         88 dal-rsprow-put         value "rsprow-put".
         88 dal-prov-cursor        value "provenance-cursor".
         88 dal-prov-next          value "provenance-next".
         88 dal-prov-number        value "provenance-number".
         88 dal-userrpt-open       value "userrpt-open".
         88 dal-userrpt-next       value "userrpt-next".
         88 dal-delivery-log       value "delivery-log".
         88 dal-delivery-cursor    value "delivery-cursor".
         88 dal-delivery-next      value "delivery-next".
         88 dal-delivery-fetch     value "delivery-fetch".
         88 dal-threeway-cursor    value "threeway-cursor".
         88 dal-threeway-next      value "threeway-next".
         88 dal-threeway-batches   value "threeway-batches".
         88 dal-threeway-batch-next value "threeway-batch-next".
         88 dal-threeway-gaps      value "threeway-gaps".
         88 dal-threeway-gap-next  value "threeway-gap-next".
         88 dal-inventory-probe    value "inventory-probe".
         88 dal-schema-status      value "schema-status".
         88 dal-schema-apply       value "schema-apply".
         88 dal-space-snapshot     value "space-snapshot".
         88 dal-space-cursor       value "space-cursor".
         88 dal-space-next         value "space-next".
         88 dal-space-maintain     value "space-maintain".
         88 dal-session-scan       value "session-scan".
         88 dal-session-cancel     value "session-cancel".
         88 dal-config-check       value "config-check".
         88 dal-config-stage       value "config-stage".
         88 dal-config-line        value "config-line".
         88 dal-config-track       value "config-track".
         88 dal-config-approve     value "config-approve".
         88 dal-config-span        value "config-span".
         88 dal-config-vers-cursor value "config-vers-cursor".
         88 dal-config-vers-next   value "config-vers-next".
         88 dal-config-diff-cursor value "config-diff-cursor".
         88 dal-config-diff-next   value "config-diff-next".
         88 dal-disp-register      value "disp-register".
         88 dal-disp-heartbeat     value "disp-heartbeat".
         88 dal-disp-deregister    value "disp-deregister".
         88 dal-disp-orphans       value "disp-orphans".
         88 dal-job-orphan         value "job-orphan".
         88 dal-disp-list          value "disp-list".
         88 invalid-method         value "bad".
        03  primes-data.
         05 primes-sequence        pic 9(18).
         05 lookup-number          pic 9(18)  value zero.
         05 lookup-found           pic x     value "N".
          88 lookup-is-prime       value "Y".
         05 lookup-method          pic x(8)  value space.
         05 lookup-max-prime       pic 9(18)  value zero.
        03 dal-nearest.
         05 nearest-below          pic 9(18)  value zero.
         05 nearest-below-found    pic x     value "N".
         05 job-retry-delay        pic 9(4)  value 300.
         05 job-found              pic x     value "N".
          88 job-was-found          value "Y".
      *    class and priority 0-9, 9 most urgent; a pending job gains
      *    one priority step for every job-aging-mins it has waited.
      *    an empty class and priority 99 take the default of the
      *    mode at submit: QUICK 7, REPORT 5, BATCH 3
         05 job-class              pic x(8)  value space.
         05 job-priority           pic 9(2)  value 99.
          88 job-priority-default   value 99.
         05 job-aging-mins         pic 9(4)  value 15.
         05 job-class-max          pic 9(3)  value zero.
      *    console and message output of the job, named at fetch;
      *    retention removes the file and marks it purged
         05 job-output-file        pic x(40) value space.
         05 job-output-purged      pic x     value "N".
          88 job-output-was-purged  value "Y".
      *    follow-on jobs of a trigger point to the job that fired it;
      *    job-final-status is the status job-finish left, pending
      *    while a retry is still due
         05 job-parent-id          pic 9(9)  value zero.
         05 job-trigger            pic x(16) value space.
         05 job-chain-depth        pic 9(2)  value zero.
         05 job-final-status       pic x(10) value space.
         05 job-since              pic x(14) value space.
         05 job-milestone-count    pic 9(6)  value zero.
         05 jq-count               pic 9(3)  value zero.
         05 jq-entry occurs 20 times indexed by jq-idx.
          07 jq-id                 pic 9(9).
          07 jq-submitted          pic x(19).
          07 jq-requested          pic x(16).
          07 jq-result             pic 9(2).
          07 jq-class              pic x(8).
          07 jq-priority           pic 9(2).
          07 jq-reason             pic x(40).
         05 jc-count               pic 9(3)  value zero.
         05 jc-entry occurs 10 times indexed by jc-idx.
          07 jc-class              pic x(8).
          07 jc-max                pic 9(3).
          07 jc-running            pic 9(3).
          07 jc-pending            pic 9(3).
        03 dal-stream.
         05 strm-name              pic x(16) value space.
         05 strm-date              pic x(8)  value space.
         05 strm-result            pic 9(2)  value zero.
         05 strm-found             pic x     value "N".
          88 strm-step-complete     value "Y".
      *    stream forecast: sf-deadline-hhmm is the deadline of the
      *    stream, before the start time it falls on the next day;
      *    sf-source is S for the stream driver, W for the watchdog.
      *    typical step times are the median of the last ten runs of
      *    the step, else of the mode in the run log
        03 dal-stream-forecast-data.
         05 sf-deadline-hhmm       pic x(4)  value space.
         05 sf-source              pic x     value "S".
         05 sf-typical-secs        pic 9(9)  value zero.
         05 sf-remaining-secs      pic 9(9)  value zero.
         05 sf-unknown-steps       pic 9(3)  value zero.
         05 sf-predicted           pic x(19) value space.
         05 sf-deadline            pic x(19) value space.
         05 sf-breach-new          pic x     value "N".
          88 sf-breach-is-new       value "Y".
         05 sf-run-status          pic x(10) value space.
         05 sfr-count              pic 9(2)  value zero.
         05 sfr-entry occurs 10 times indexed by sfr-idx.
          07 sfr-name              pic x(16).
          07 sfr-date              pic x(8).
      *    stream history: per night the first and the last forecast
      *    against the actual finish, error in minutes late (+) or
      *    early (-) of the first forecast
        03 dal-stream-history-data.
         05 sh-days                pic 9(3)  value 14.
         05 sh-name                pic x(16) value space.
         05 sh-date                pic x(8)  value space.
         05 sh-started             pic x(19) value space.
         05 sh-deadline            pic x(19) value space.
         05 sh-first               pic x(19) value space.
         05 sh-last                pic x(19) value space.
         05 sh-actual              pic x(19) value space.
         05 sh-status              pic x(10) value space.
         05 sh-error-mins          pic s9(5) value zero.
         05 sh-forecasts           pic 9(5)  value zero.
      *    median run time of a mode over its last ten good runs
        03 dal-mode-duration-data.
         05 md-mode                pic x(16) value space.
         05 md-secs                pic 9(9)  value zero.
        03 dal-reconcile-data.
         05 rec-source-schema      pic x(32) value space.
         05 rec-target-schema      pic x(32) value space.
         05 rq-client              pic x(16) value space.
         05 rq-found               pic x     value "N".
          88 rq-was-found           value "Y".
         05 rq-number-to           pic 9(18)  value zero.
        03 dal-count-data.
         05 pc-number              pic 9(18)  value zero.
         05 pc-low                 pic 9(18)  value zero.
         05 pc-high                pic 9(18)  value zero.
         05 pc-result              pic 9(18)  value zero.
         05 pc-found               pic x     value "N".
          88 pc-was-found           value "Y".
         05 pc-max-prime           pic 9(18)  value zero.
         05 pc-table-count         pic 9(18)  value zero.
         05 pc-row-count           pic 9(18)  value zero.
         05 pc-limit               pic 9(9)  value 500.
         05 pc-truncated           pic x     value "N".
          88 pc-is-truncated        value "Y".
         05 pc-seq                 pic 9(9)  value zero.
         05 pc-prime               pic 9(18)  value zero.
      *    arithmetic progressions found by one apsearch run,
      *    keyed by its parameters so a resumed run adds to them
        03 dal-ap-data.
         05 ap-run-key             pic x(80) value space.
         05 ap-start               pic 9(18)  value zero.
         05 ap-diff                pic 9(9)  value zero.
         05 ap-length              pic 9(2)  value zero.
         05 ap-band-count          pic 9(2)  value zero.
         05 ap-band occurs 50 times indexed by ap-band-idx.
          07 apb-band              pic 9(12).
          07 apb-found             pic 9(9).
          07 apb-length            pic 9(2).
          07 apb-start             pic 9(18).
          07 apb-diff              pic 9(9).
         05 ap-len-count           pic 9(2)  value zero.
         05 ap-len occurs 30 times indexed by ap-len-idx.
          07 apl-length            pic 9(2).
          07 apl-found             pic 9(9).
      *    gap-size frequencies, kept up to gf-last-prime so each
      *    update only reads the primes added since
        03 dal-gapfreq-data.
         05 gf-last-prime          pic 9(18)  value zero.
         05 gf-gaps-added          pic 9(18)  value zero.
         05 gf-rebuilt             pic x     value "N".
          88 gf-was-rebuilt         value "Y".
         05 gf-start-band          pic 9(12) value zero.
         05 gf-band-filter         pic 9(12) value zero.
         05 gf-band-only           pic x     value "N".
          88 gf-one-band            value "Y".
         05 gf-band-count          pic 9(2)  value zero.
         05 gf-band occurs 50 times indexed by gf-band-idx.
          07 gfb-band              pic 9(12).
          07 gfb-gaps              pic 9(18).
          07 gfb-average           pic 9(5)v99.
          07 gfb-expected          pic 9(5)v99.
          07 gfb-champion          pic 9(9).
          07 gfb-champion-count    pic 9(18).
         05 gf-size-count          pic 9(3)  value zero.
         05 gf-size occurs 200 times indexed by gf-size-idx.
          07 gfs-size              pic 9(9).
          07 gfs-count             pic 9(18).
      *    random prime issuance ledger: issue-take records a prime
      *    for a requester unless it was ever issued before
        03 dal-issue-data.
         05 iss-prime              pic 9(18)  value zero.
         05 iss-requester          pic x(16) value space.
         05 iss-purpose            pic x(32) value space.
         05 iss-spec               pic x(16) value space.
         05 iss-seed               pic 9(18)  value zero.
         05 iss-draw-no            pic 9(9)  value zero.
         05 iss-request-id         pic 9(9)  value zero.
         05 iss-taken              pic x     value "N".
          88 iss-was-taken          value "Y".
         05 iss-month              pic x(7)  value space.
         05 iss-row-month          pic x(7)  value space.
         05 iss-row-requester      pic x(16) value space.
         05 iss-row-purpose        pic x(32) value space.
         05 iss-row-count          pic 9(9)  value zero.
         05 iss-row-first          pic x(19) value space.
         05 iss-row-last           pic x(19) value space.
      *    origin of the rows written by write and restore-prime; a
      *    blank origin type stands for the mode of the current run
        03 dal-origin.
         05 dal-origin-type        pic x(16) value space.
         05 dal-origin-id          pic x(40) value space.
        03 dal-provenance-data.
         05 pv-by-ident            pic x     value "N".
          88 pv-key-is-ident        value "Y".
         05 pv-number              pic 9(18)  value zero.
         05 pv-found               pic x     value "N".
          88 pv-row-found           value "Y".
         05 pv-ident               pic 9(18)  value zero.
         05 pv-prime               pic 9(18)  value zero.
         05 pv-type                pic x(16) value space.
         05 pv-id                  pic x(40) value space.
         05 pv-run                 pic 9(9)  value zero.
         05 pv-at                  pic x(19) value space.
         05 pv-run-mode            pic x(16) value space.
         05 pv-run-operator        pic x(16) value space.
         05 pv-run-start           pic x(19) value space.
         05 pv-row-type            pic x(16) value space.
         05 pv-row-id              pic x(40) value space.
         05 pv-row-count           pic 9(18)  value zero.
         05 pv-row-low             pic 9(18)  value zero.
         05 pv-row-high            pic 9(18)  value zero.
         05 pv-row-runs            pic 9(9)  value zero.
         05 pv-row-last-run        pic 9(9)  value zero.
      *    user-defined report: selection, break and sort keys are
      *    field words (BAND, DIGITS, LASTDIGIT, TWIN, GAP, PRIME,
      *    IDENT), direction A or D
        03 dal-userrpt-data.
         05 ur-ident-low           pic 9(18)  value zero.
         05 ur-ident-high          pic 9(18)
                                   value 999999999999999999.
         05 ur-prime-low           pic 9(18)  value zero.
         05 ur-prime-high          pic 9(18)
                                   value 999999999999999999.
         05 ur-band-low            pic 9(12)  value zero.
         05 ur-band-high           pic 9(12)  value 999999999999.
         05 ur-twin                pic x     value space.
         05 ur-pal                 pic x     value "N".
         05 ur-mer                 pic x     value "N".
         05 ur-sg                  pic x     value "N".
         05 ur-break1              pic x(10) value space.
         05 ur-break2              pic x(10) value space.
         05 ur-sort                pic x(10) value "PRIME".
         05 ur-sort-dir            pic x     value "A".
         05 ur-limit               pic 9(9)  value zero.
         05 urr-ident              pic 9(18)  value zero.
         05 urr-prime              pic 9(18)  value zero.
         05 urr-twin               pic x     value space.
         05 urr-band               pic 9(12)  value zero.
         05 urr-gap                pic 9(18)  value zero.
         05 urr-pal                pic x     value space.
         05 urr-mer                pic x     value space.
         05 urr-sg                 pic x     value space.
         05 urr-origin             pic x(16) value space.
         05 urr-last-digit         pic 9     value zero.
         05 urr-digits             pic 9(2)  value zero.
      *    report delivery log: one row per recipient and catalogued
      *    report, status delivered or failed
        03 dal-delivery-data.
         05 dv-id                  pic 9(9)  value zero.
         05 dv-cat-id              pic 9(9)  value zero.
         05 dv-mode                pic x(16) value space.
         05 dv-filename            pic x(40) value space.
         05 dv-recipient           pic x(16) value space.
         05 dv-target              pic x(40) value space.
         05 dv-format              pic x     value "P".
         05 dv-copies              pic 9(2)  value 1.
         05 dv-status              pic x(10) value space.
         05 dv-reason              pic x(60) value space.
         05 dv-resend-of           pic 9(9)  value zero.
         05 dv-found               pic x     value "N".
          88 dv-row-found           value "Y".
         05 dv-sel-recipient       pic x(16) value space.
         05 dv-row-id              pic 9(9)  value zero.
         05 dv-row-at              pic x(19) value space.
         05 dv-row-cat-id          pic 9(9)  value zero.
         05 dv-row-mode            pic x(16) value space.
         05 dv-row-filename        pic x(40) value space.
         05 dv-row-recipient       pic x(16) value space.
         05 dv-row-target          pic x(40) value space.
         05 dv-row-format          pic x     value space.
         05 dv-row-copies          pic 9(2)  value zero.
         05 dv-row-status          pic x(10) value space.
         05 dv-row-reason          pic x(60) value space.
         05 dv-row-resend-of       pic 9(9)  value zero.
      *    threeway: table rows in prime order, the primary published
      *    batches with the table rows inside each range, and the
      *    table ident ranges no primary batch covers
        03 dal-threeway-data.
         05 tw-row-ident           pic 9(18) value zero.
         05 tw-row-prime           pic 9(18) value zero.
         05 tw-bat-number          pic 9(9)  value zero.
         05 tw-bat-first           pic 9(18) value zero.
         05 tw-bat-last            pic 9(18) value zero.
         05 tw-bat-records         pic 9(18) value zero.
         05 tw-bat-tab-rows        pic 9(18) value zero.
         05 tw-bat-tab-sum         pic 9(18) value zero.
         05 tw-gap-first           pic 9(18) value zero.
         05 tw-gap-last            pic 9(18) value zero.
         05 tw-gap-count           pic 9(18) value zero.
      *    schema versions: set sv-upgrade before connect to open the
      *    session for upgrade instead of checking the version
        03 dal-schema-data.
         05 sv-upgrade             pic x     value "N".
          88 sv-upgrade-run         value "Y".
         05 sv-check-only          pic x     value "N".
          88 sv-is-check-only       value "Y".
         05 sv-current             pic 9(4)  value zero.
         05 sv-required            pic 9(4)  value zero.
         05 sv-change-no           pic 9(4)  value zero.
         05 sv-change-desc         pic x(60) value space.
         05 sv-applied-at          pic x(19) value space.
      *    housekeeping: size and usage of every primes table (T) and
      *    index (I) from the latest snapshot; sp-dead-pct is the share
      *    of dead rows, sp-scans the index scans since statistics
      *    were last reset
        03 dal-space-data.
         05 sp-stamp               pic x(16) value space.
         05 sp-kind                pic x     value space.
          88 sp-is-table            value "T".
          88 sp-is-index            value "I".
         05 sp-object              pic x(48) value space.
         05 sp-parent              pic x(48) value space.
         05 sp-bytes               pic 9(15) value zero.
         05 sp-rows                pic 9(18) value zero.
         05 sp-dead-pct            pic 9(3)v9 value zero.
         05 sp-last-maint          pic x(16) value space.
         05 sp-scans               pic 9(18) value zero.
         05 sp-unique              pic x     value "N".
          88 sp-is-unique           value "Y".
      *    watchdog: busy database sessions of the primes programs,
      *    tagged with their mode and run id when the run log starts;
      *    wde-secs counts from the start of the running query, or from
      *    the last state change of a session idle in a transaction
        03 dal-watchdog-data.
         05 wd-pid                 pic 9(9)  value zero.
         05 wd-cancelled           pic x     value "N".
          88 wd-was-cancelled       value "Y".
         05 wd-count               pic 9(3)  value zero.
         05 wd-entry occurs 50 times indexed by wd-idx.
          07 wde-pid               pic 9(9).
          07 wde-mode              pic x(16).
          07 wde-run-id            pic 9(9).
          07 wde-state             pic x(20).
          07 wde-since             pic x(19).
          07 wde-secs              pic 9(9).
          07 wde-wait              pic x(16).
          07 wde-query             pic x(60).
      *    dispatchers: each instance registers as host-pid and keeps
      *    its heartbeat over a connection of its own. one whose beat
      *    lapsed past dsp-lapse-secs and whose connection is gone has
      *    its running jobs listed as orphans for the requeue policy
        03 dal-dispatcher-data.
         05 dsp-id                 pic x(40) value space.
         05 dsp-host               pic x(32) value space.
         05 dsp-pid                pic 9(9)  value zero.
         05 dsp-job-id             pic 9(9)  value zero.
         05 dsp-lapse-secs         pic 9(6)  value 600.
         05 dsp-lapsed             pic 9(3)  value zero.
         05 dsp-count              pic 9(3)  value zero.
         05 dsp-entry occurs 20 times indexed by dsp-idx.
          07 dse-id                pic x(40).
          07 dse-status            pic x(10).
          07 dse-started           pic x(19).
          07 dse-beat-secs         pic 9(9).
          07 dse-job-id            pic 9(9).
          07 dse-job-mode          pic x(16).
         05 dor-count              pic 9(3)  value zero.
         05 dor-entry occurs 20 times indexed by dor-idx.
          07 dor-job-id            pic 9(9).
          07 dor-mode              pic x(16).
          07 dor-disp-id           pic x(40).
          07 dor-attempts          pic 9(3).
          07 dor-max-attempts      pic 9(3).
      *    trigger chains: every job a trigger queued, under the job
      *    without a parent that started the chain, in chain order
        03 dal-trigger-data.
         05 tr-days                pic 9(3)  value 7.
         05 tr-root                pic 9(9)  value zero.
         05 tr-depth               pic 9(2)  value zero.
         05 tr-job-id              pic 9(9)  value zero.
         05 tr-parent              pic 9(9)  value zero.
         05 tr-trigger             pic x(16) value space.
         05 tr-mode                pic x(16) value space.
         05 tr-status              pic x(10) value space.
         05 tr-env                 pic x(32) value space.
         05 tr-submitted           pic x(19) value space.
      *    control files: cv-stamp is the size and modification time
      *    on disk, only a file whose stamp moved is read and staged;
      *    a new version is kept when the content itself differs. the
      *    drift span gives the versions in effect at the start of the
      *    from date and at the end of the to date
        03 dal-config-data.
         05 cv-file                pic x(40) value space.
         05 cv-present             pic x     value "Y".
          88 cv-file-present        value "Y".
         05 cv-stamp               pic x(40) value space.
         05 cv-changed             pic x     value "N".
          88 cv-was-changed         value "Y".
         05 cv-line-no             pic 9(6)  value zero.
         05 cv-line                pic x(132) value space.
         05 cv-version             pic 9(6)  value zero.
         05 cv-line-count          pic 9(6)  value zero.
         05 cv-from-date           pic x(8)  value space.
         05 cv-to-date             pic x(8)  value space.
         05 cv-old-version         pic 9(6)  value zero.
         05 cv-new-version         pic 9(6)  value zero.
         05 cv-unapproved          pic 9(6)  value zero.
         05 cv-kind                pic x     value space.
         05 cv-at                  pic x(19) value space.
         05 cv-operator            pic x(16) value space.
         05 cv-run-id              pic 9(9)  value zero.
         05 cv-approved-by         pic x(16) value space.
         05 cv-approved-at         pic x(19) value space.
      *    inventory: one environment probed over its own connection;
      *    an empty datasource uses PRIMES_DATASRC. a table the
      *    schema does not have leaves its figure unknown
        03 dal-inventory-data.
         05 iv-schema              pic x(32) value space.
         05 iv-datasource          pic x(48) value space.
         05 iv-reached             pic x     value "N".
          88 iv-was-reached         value "Y".
         05 iv-reason              pic x(40) value space.
         05 iv-rows                pic 9(18) value zero.
         05 iv-max-prime           pic 9(18) value zero.
         05 iv-run-known           pic x     value "N".
          88 iv-run-is-known        value "Y".
         05 iv-run-mode            pic x(16) value space.
         05 iv-run-start           pic x(16) value space.
         05 iv-run-ended           pic x     value "N".
          88 iv-run-has-ended       value "Y".
         05 iv-run-result          pic 9(2)  value zero.
         05 iv-lock-held           pic x     value "N".
          88 iv-lock-is-held        value "Y".
         05 iv-alerts-known        pic x     value "N".
          88 iv-alerts-are-known    value "Y".
         05 iv-alerts-open         pic 9(9)  value zero.
         05 iv-queue-known         pic x     value "N".
          88 iv-queue-is-known      value "Y".
         05 iv-queue-pending       pic 9(9)  value zero.
         05 iv-period              pic x(6)  value space.
         05 iv-version-known       pic x     value "N".
          88 iv-version-is-known    value "Y".
         05 iv-version             pic 9(4)  value zero.
        03 dal-journal.
         05 jn-run-id              pic 9(9)  value zero.
         05 jn-note                pic x(80) value space.
        03 dal-preflight-data.
         05 pf-db-bytes            pic 9(15) value zero.
         05 pf-ack-backlog         pic 9(9)  value zero.
      *    primes tables and their indexes as measured by the latest
      *    housekeeping run, zero when there is none yet
         05 pf-snap-bytes          pic 9(15) value zero.
         05 pf-snap-at             pic x(16) value space.
        03 dal-retention.
         05 rt-count               pic 9(2)  value zero.
         05 rt-entry occurs 10 times indexed by rt-idx.
          07 rte-keep-days         pic 9(4).
          07 rte-action            pic x.
          07 rte-rows              pic 9(9).
          07 rte-held              pic 9(9).
        03 dal-period.
         05 pl-period              pic x(6)  value space.
         05 pl-exists              pic x     value "N".
         05 pl-activity-rows       pic 9(18)  value zero.
         05 pl-prior-count         pic 9(18)  value zero.
         05 pl-discrepancy         pic s9(18) value zero.
      *    year close: the monthly ledger entries of yl-year with the
      *    hash link of each entry to the one before it, and the year
      *    totals the business tier seals into primes_year_ledger
        03 dal-year.
         05 yl-year                pic x(4)  value space.
         05 yl-exists              pic x     value "N".
          88 yl-already-sealed      value "Y".
         05 yl-sealed-by           pic x(16) value space.
         05 yl-sealed-at           pic x(16) value space.
         05 yl-opening-rows        pic 9(18) value zero.
         05 yl-closing-rows        pic 9(18) value zero.
         05 yl-max-prime           pic 9(18) value zero.
         05 yl-iface-records       pic 9(18) value zero.
         05 yl-milestones          pic 9(9)  value zero.
         05 yl-disc-months         pic 9(2)  value zero.
         05 yl-cost                pic 9(11)v99 value zero.
         05 yl-runs                pic 9(9)  value zero.
         05 yl-last-hash           pic x(32) value space.
         05 yl-count               pic 9(2)  value zero.
         05 yl-entry occurs 12 times indexed by yl-idx.
          07 yle-period            pic x(6).
          07 yle-rows              pic 9(18).
          07 yle-prior             pic 9(18).
          07 yle-max-prime         pic 9(18).
          07 yle-iface             pic 9(9).
          07 yle-milestones        pic 9(9).
          07 yle-activity          pic 9(18).
          07 yle-discrepancy       pic s9(18).
          07 yle-link              pic x.
           88 yle-link-ok           value "Y".
          07 yle-hash              pic x(32).
          07 yle-cost              pic 9(9)v99.
          07 yle-runs              pic 9(9).
          07 yle-fixes             pic 9(5).
          07 yle-resolution        pic x(60).
      *    metrics: figures of the connected schema for the metrics
      *    file next to the dashboard figures; the last run is the
      *    latest finished run, the feed time is in epoch seconds
        03 dal-metrics-data.
         05 mt-rows                pic 9(18) value zero.
         05 mt-max-prime           pic 9(18) value zero.
         05 mt-rows-24h            pic 9(18) value zero.
         05 mt-runs-24h            pic 9(9)  value zero.
         05 mt-failed-24h          pic 9(9)  value zero.
         05 mt-last-known          pic x     value "N".
          88 mt-last-is-known       value "Y".
         05 mt-last-mode           pic x(16) value space.
         05 mt-last-secs           pic 9(9)  value zero.
         05 mt-last-rows           pic 9(18) value zero.
         05 mt-last-result         pic 9(2)  value zero.
         05 mt-alerts-open         pic 9(9)  value zero.
         05 mt-backlog             pic 9(9)  value zero.
         05 mt-feed-known          pic x     value "N".
          88 mt-feed-is-known       value "Y".
         05 mt-feed-epoch          pic 9(12) value zero.
      *    number detail: the row of nd-number in the primes table,
      *    its attribute flags, cached factors read without counting
      *    a hit, record gaps that start at nd-below or at the number
      *    and the latest client requests that named it
        03 dal-number-detail-data.
         05 nd-number              pic 9(18) value zero.
         05 nd-below               pic 9(18) value zero.
         05 nd-in-table            pic x     value "N".
          88 nd-is-in-table         value "Y".
         05 nd-ident               pic 9(18) value zero.
         05 nd-twin-flag           pic x     value space.
         05 nd-hash-state          pic x(8)  value space.
          88 nd-hash-verified       value "verified".
          88 nd-hash-missing        value "missing".
          88 nd-hash-mismatch       value "mismatch".
         05 nd-attr-found          pic x     value "N".
          88 nd-attr-was-found      value "Y".
         05 nd-palindrome          pic x     value "N".
         05 nd-mersenne            pic x     value "N".
         05 nd-sophie-germain      pic x     value "N".
         05 nd-fc-found            pic x     value "N".
          88 nd-fc-was-found        value "Y".
         05 nd-factors             pic x(80) value space.
         05 nd-fc-method           pic x(8)  value space.
         05 nd-fc-hits             pic 9(9)  value zero.
         05 nd-record-below        pic x     value "N".
          88 nd-gap-below-record    value "Y".
         05 nd-record-above        pic x     value "N".
          88 nd-gap-above-record    value "Y".
         05 nd-req-total           pic 9(9)  value zero.
         05 nd-req-count           pic 9(2)  value zero.
         05 nd-req-entry occurs 10 times indexed by nd-req-idx.
          07 nd-req-id             pic 9(9).
          07 nd-req-client         pic x(16).
          07 nd-req-type           pic x(8).
          07 nd-req-status         pic x(8).
          07 nd-req-at             pic x(19).
        03 dal-dashboard-data.
         05 dsh-lock-run           pic 9(9)  value zero.
         05 dsh-lock-held          pic x     value "N".
         05 dsh-q-held             pic 9(9)  value zero.
         05 dsh-q-failed           pic 9(9)  value zero.
         05 dsh-q-abandoned        pic 9(9)  value zero.
         05 dsh-q-orphaned         pic 9(9)  value zero.
         05 dsh-run-job-id         pic 9(9)  value zero.
         05 dsh-run-mode           pic x(16) value space.
         05 dsh-run-output         pic x(40) value space.
         05 dsh-strm-name          pic x(16) value space.
         05 dsh-strm-step          pic 9(3)  value zero.
         05 dsh-strm-status        pic x(10) value space.
          07 oae-action            pic x(16).
          07 oae-outcome           pic x(12).
          07 oae-detail            pic x(60).
      *    sign-on: check compares the secret with the stored hash and
      *    counts the failure, so-max-tries failures lock the account;
      *    secret stores a new secret, so-must-change Y makes it a
      *    temporary one that is to be replaced at the next sign-on
        03 dal-signon.
         05 so-operator            pic x(16) value space.
         05 so-secret              pic x(32) value space.
         05 so-salt                pic x(16) value space.
         05 so-max-tries           pic 9(2)  value 3.
         05 so-expire-days         pic 9(4)  value 90.
         05 so-must-change         pic x     value "N".
         05 so-outcome             pic x(8)  value space.
          88 so-accepted            value "OK".
          88 so-rejected            value "BAD".
          88 so-now-locked          value "NEWLOCK".
          88 so-was-locked          value "LOCKED".
          88 so-unknown             value "UNKNOWN".
         05 so-change-due          pic x     value "N".
          88 so-change-is-due       value "Y".
         05 so-failures            pic 9(3)  value zero.
      *    lock L blocks the sign-on of a suspended or retired
      *    operator, U lifts it again
         05 so-lock-action         pic x     value "L".
          88 so-lock-on             value "L".
          88 so-lock-off            value "U".
      *    operator-review: last activity of orv-operator in the
      *    operator audit, failed sign-ons by others not counted, and
      *    the state of the sign-on credentials
        03 dal-operator-review.
         05 orv-operator           pic x(16) value space.
         05 orv-activity           pic x     value "N".
          88 orv-has-activity       value "Y".
         05 orv-last-at            pic x(19) value space.
         05 orv-last-program       pic x(12) value space.
         05 orv-last-action        pic x(16) value space.
         05 orv-idle-days          pic 9(5)  value zero.
         05 orv-signon-state       pic x(8)  value space.
          88 orv-no-secret          value "NONE".
          88 orv-secret-locked      value "LOCKED".
          88 orv-secret-temporary   value "TEMP".
          88 orv-secret-active      value "ACTIVE".
         05 orv-last-signon        pic x(19) value space.
        03 dal-sla.
         05 sla-mode               pic x(16) value space.
         05 sla-date               pic x(8)  value space.
        03 dal-factor-cache.
         05 fc-number              pic 9(18)  value zero.
         05 fc-factors             pic x(80) value space.
         05 fc-method              pic x(8)  value space.
         05 fc-found               pic x     value "N".
          88 fc-was-found           value "Y".
         05 fc-total-hits          pic 9(18)  value zero.
          07 ae-source             pic x(16).
          07 ae-status             pic x(12).
          07 ae-text               pic x(60).
          07 ae-incident           pic 9(9).
          07 ae-msgno              pic 9(4).
          07 ae-sqlcode            pic s9(9).
      *    incidents group the alerts of one cause. a grouping rule
      *    attaches the unassigned alerts of inc-rule-source, * for
      *    any source, that arrive within inc-window-mins of the last
      *    alert of an open incident. closing needs a root cause and
      *    a resolution and closes the incident's alerts with it.
      *    ack and resolve minutes count from the first alert, or
      *    from the opening when that came first; -1 is not yet.
      *    a repeat shares its cause with an incident of the 30 days
      *    before it
        03 dal-incident-data.
         05 inc-id                 pic 9(9)  value zero.
         05 inc-alert-id           pic 9(9)  value zero.
         05 inc-title              pic x(60) value space.
         05 inc-cause              pic x(16) value space.
         05 inc-impact             pic x(60) value space.
         05 inc-root-cause         pic x(60) value space.
         05 inc-resolution         pic x(60) value space.
         05 inc-operator           pic x(16) value space.
         05 inc-rule-source        pic x(16) value space.
         05 inc-window-mins        pic 9(4)  value 60.
         05 inc-grouped            pic 9(9)  value zero.
         05 inc-closed-alerts      pic 9(9)  value zero.
         05 inc-month              pic x(6)  value space.
         05 inc-opened             pic x(16) value space.
         05 inc-status             pic x(12) value space.
         05 inc-alerts             pic 9(5)  value zero.
         05 inc-ack-mins           pic s9(7) value zero.
         05 inc-resolve-mins       pic s9(7) value zero.
         05 inc-repeat             pic x     value "N".
          88 inc-is-repeat          value "Y".
         05 inl-count              pic 9(2)  value zero.
         05 inl-entry occurs 20 times indexed by inl-idx.
          07 inl-id                pic 9(9).
          07 inl-opened            pic x(16).
          07 inl-status            pic x(12).
          07 inl-cause             pic x(16).
          07 inl-alerts            pic 9(5).
          07 inl-title             pic x(60).
      *    alert and error types that occurred: SRC an alert source,
      *    MSG a message number, SQL a SQLCODE of the error history
        03 dal-runbook-keys-data.
         05 rk-type                pic x(3)  value space.
         05 rk-key                 pic x(16) value space.
         05 rk-count               pic 9(9)  value zero.
         05 rk-last                pic x(19) value space.
      *    timeline window as YYYYMMDDHHMM, the to minute included
        03 dal-timeline-data.
         05 tl-from                pic x(12) value space.
         05 tl-to                  pic x(12) value space.
         05 tl-at                  pic x(19) value space.
         05 tl-source              pic x(8)  value space.
         05 tl-operator            pic x(16) value space.
         05 tl-run                 pic 9(9)  value zero.
         05 tl-text                pic x(80) value space.
      *    loadtest: requests lt-first-id to lt-last-id of the test
      *    client, measured per request type with a TOTAL entry;
      *    lb- holds the stored baseline of the profile
        03 dal-loadtest-data.
         05 lt-profile             pic x(16) value space.
         05 lt-client              pic x(16) value space.
         05 lt-first-id            pic 9(9)  value zero.
         05 lt-last-id             pic 9(9)  value zero.
         05 lt-pending             pic 9(9)  value zero.
         05 lt-baseline            pic x     value "N".
          88 lt-is-baseline         value "Y".
         05 lt-count               pic 9     value zero.
         05 lt-entry occurs 5 times indexed by lt-idx.
          07 lt-type               pic x(8).
          07 lt-submitted          pic 9(9).
          07 lt-answered           pic 9(9).
          07 lt-errors             pic 9(9).
          07 lt-avg-ms             pic 9(9).
          07 lt-p95-ms             pic 9(9).
          07 lt-max-ms             pic 9(9).
          07 lt-per-min            pic 9(7)v99.
         05 lb-found               pic x     value "N".
          88 lb-was-found           value "Y".
         05 lb-run-at              pic x(19) value space.
         05 lb-count               pic 9     value zero.
         05 lb-entry occurs 5 times indexed by lb-idx.
          07 lb-type               pic x(8).
          07 lb-avg-ms             pic 9(9).
          07 lb-p95-ms             pic 9(9).
          07 lb-per-min            pic 9(7)v99.
      *    legal holds: kind RUN, CATALOG or BATCH with hd-number,
      *    CLIENT with hd-client, DATE with hd-from to hd-to as
      *    YYYYMMDD; hd-expires spaces for a hold without expiry.
      *    the list gives the active holds and the rows each protects
        03 dal-hold-data.
         05 hd-id                  pic 9(9)  value zero.
         05 hd-kind                pic x(8)  value space.
         05 hd-number              pic 9(18) value zero.
         05 hd-client              pic x(16) value space.
         05 hd-from                pic x(8)  value space.
         05 hd-to                  pic x(8)  value space.
         05 hd-expires             pic x(8)  value space.
         05 hd-reason              pic x(60) value space.
         05 hd-count               pic 9(3)  value zero.
         05 hd-entry occurs 50 times indexed by hd-idx.
          07 hde-id                pic 9(9).
          07 hde-kind              pic x(8).
          07 hde-ref               pic x(24).
          07 hde-reason            pic x(60).
          07 hde-placed-by         pic x(16).
          07 hde-placed-at         pic x(10).
          07 hde-expires           pic x(10).
          07 hde-runs              pic 9(9).
          07 hde-reports           pic 9(9).
          07 hde-batches           pic 9(9).
          07 hde-requests          pic 9(9).
          07 hde-other             pic 9(9).
        03 dal-milestone-data.
         05 ml-count               pic 9(3)  value zero.
         05 ml-entry occurs 50 times indexed by ml-idx.
          07 ce-run                pic 9(9).
          07 ce-rows               pic 9(18).
          07 ce-created            pic x(19).
      *    Y expired, N not yet, H expired but under a legal hold
          07 ce-expired            pic x.
        03 dal-sweep.
         05 sw-days-generate       pic 9(9)  value 365.
         05 sw-days-other          pic 9(9)  value 90.
         05 sw-archived            pic 9(9)  value zero.
         05 sw-held                pic 9(9)  value zero.
        03 dal-health.
         05 hc-table-count         pic 9(2)  value zero.
         05 hc-index-count         pic 9(2)  value zero.
