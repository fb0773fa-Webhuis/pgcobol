       identification division.
       program-id. primesmetr.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fmetrcmd assign to "primes_metrics.cmd"
         organization line sequential
         file status is metrcmd-status.
         select fheartbeat assign to "primes_heartbeat.dat"
         organization line sequential
         file status is heartbeat-status.
         select ffailmarker assign to "primes_run.failed"
         organization line sequential
         file status is failmarker-status.
         select fenvdef assign to "primes_environments.def"
         organization line sequential
         file status is envdef-status.
         select fmetrics assign to dynamic metrics-tmp-filename
         organization line sequential
         file status is metrics-status.

       data division.
       file section.
       fd fmetrcmd.
       01 metrcmd-buffer pic x(32).
       fd fheartbeat.
       01 heartbeat-buffer pic x(100).
       fd ffailmarker.
       01 failmarker-buffer pic x(132).
       fd fenvdef.
       01 envdef-buffer pic x(132).
       fd fmetrics.
       01 metrics-buffer pic x(200).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesmetr".
       01  metrcmd-status       pic x(2)  value space.
       01  heartbeat-status     pic x(2)  value space.
       01  failmarker-status    pic x(2)  value space.
       01  envdef-status        pic x(2)  value space.
       01  envdef-eof           pic x     value "N".
        88 envdef-at-end         value "Y".
       01  metrics-status       pic x(2)  value space.
       01  metrcmd-filename     pic x(18)
                                value "primes_metrics.cmd".

      *    the metrics file is written under a temporary name and
      *    renamed, so the collector never reads half a file;
      *    PRIMES_METRICS_FILE overrides the name
       01  metrics-filename     pic x(60) value space.
       01  metrics-tmp-filename pic x(64) value space.

       01  metr-continue        pic x     value "Y".
        88 metr-keep-going       value "Y".
       01  metr-args            pic x(16) value space.
       01  metr-poll-seconds    pic 9(4)  value 60.
       01  metr-datasrc2        pic x(48) value space.
       01  metr-envdef-warned   pic x     value "N".
       01  metr-w-schema        pic x(32) value space.
       01  metr-w-label         pic x(8)  value space.
       01  metr-w-datasrc       pic x(48) value space.

      *    readings of the heartbeat file, laid out as primesgen
      *    writes it
       01  metr-heartbeat.
        03 mhb-status           pic x(8).
        03 filler               pic x(6).
        03 mhb-test-number      pic 9(18).
        03 filler               pic x(6).
        03 mhb-row-count        pic 9(18).
        03 filler               pic x(9).
        03 mhb-elapsed          pic 9(9).
        03 filler               pic x(26).
       01  metr-heartbeat-flag  pic x     value "N".
        88 metr-heartbeat-read   value "Y".
       01  metr-marker-flag     pic x     value "N".
        88 metr-marker-present   value "Y".

      *    one entry per environment of primes_environments.def, the
      *    default schema alone when the list is missing
       01  metr-env-count       pic 9(3)  value zero.
       01  metr-env-limit       pic 9(3)  value 50.
       01  metr-env-idx         pic 9(3)  value zero.
       01  metr-env-table.
        03 metr-env occurs 50 times.
         05 mte-schema          pic x(32).
         05 mte-name            pic x(32).
         05 mte-up              pic x.
          88 mte-is-up           value "Y".
         05 mte-metrics         pic x(160).
         05 mte-queue           pic 9(9)  occurs 6 times.
         05 mte-lock            pic x.
         05 mte-disp-active     pic 9(3).
         05 mte-disp-lapsed     pic 9(3).
         05 mte-lag-known       pic x.
          88 mte-lag-is-known    value "Y".
         05 mte-lag             pic s9(18).

       01  metr-family          pic 9(2)  value zero.
       01  metr-family-count    pic 9(2)  value 16.
       01  metr-queue-idx       pic 9     value zero.
       01  metr-disp-idx        pic 9(3)  value zero.
       01  metr-queue-names.
        03 filler               pic x(10) value "pending".
        03 filler               pic x(10) value "running".
        03 filler               pic x(10) value "held".
        03 filler               pic x(10) value "failed".
        03 filler               pic x(10) value "abandoned".
        03 filler               pic x(10) value "orphaned".
       01  metr-queue-table redefines metr-queue-names.
        03 metr-queue-name      pic x(10) occurs 6 times.

       01  metr-name            pic x(48) value space.
       01  metr-help            pic x(80) value space.
       01  metr-type            pic x(8)  value space.
       01  metr-env-label       pic x(48) value space.
       01  metr-labels          pic x(100) value space.
       01  metr-value           pic s9(18) value zero.
       01  metr-value-ed        pic -(18)9.
       01  metr-write-ok        pic x     value "Y".
        88 metr-write-is-ok      value "Y".

           copy primes-ui.

           copy primes-dal.

       procedure division.

           accept metr-args from command-line.
           if metr-args(1:1) >= '0' and metr-args(1:1) <= '9'
             compute metr-poll-seconds =
                     function numval(function trim(metr-args)).
           if metr-poll-seconds = zero
             move 60 to metr-poll-seconds.

           accept metrics-filename
             from environment "PRIMES_METRICS_FILE".
           if metrics-filename = spaces
             move "primes_metrics.prom" to metrics-filename.
           string function trim(metrics-filename) delimited by size
                  ".tmp"                          delimited by size
                  into metrics-tmp-filename
           end-string.

           accept metr-datasrc2 from environment "PRIMES_DATASRC2".

           move 'primesmetr'    to program-name.
           move 'start-session' to program-paragraph.
           move 'start'         to ui-methods.
           call "primesui" using primes-ui.

           if not ui-method-ok
             display "Emergency console message program stops."
                upon scherm
             stop run.

           move 'log-message' to ui-methods.
           move 0617 to ui-message-number
           move 'Metrics exporter starts.' to program-message.
           call "primesui" using primes-ui.

           perform e10-metrics-loop until not metr-keep-going.

           move 'log-message' to ui-methods.
           move 0618 to ui-message-number
           move 'Metrics exporter stops.' to program-message.
           call "primesui" using primes-ui.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           stop run.

       e10-metrics-loop.

           perform e20-check-command-file.

           if metr-keep-going
             perform e30-gather-files
             perform e35-read-environments
             perform e40-gather-environment
                     varying metr-env-idx from 1 by 1
                     until metr-env-idx > metr-env-count
             perform e50-write-metrics
             call "C$SLEEP" using metr-poll-seconds
           end-if.

       e20-check-command-file.

           open input fmetrcmd.
           if metrcmd-status = "00"
             read fmetrcmd
               at end move space to metrcmd-buffer
             end-read
             if function upper-case
                  (function trim(metrcmd-buffer)) = "STOP"
               move "N" to metr-continue
             end-if
             close fmetrcmd
             if not metr-keep-going
               call "CBL_DELETE_FILE" using metrcmd-filename
             end-if
           end-if.

      *    the same files the dashboard reads
       e30-gather-files.

           move "N" to metr-heartbeat-flag.
           move spaces to metr-heartbeat.
           open input fheartbeat.
           if heartbeat-status = "00"
             read fheartbeat
               at end continue
               not at end
                 move heartbeat-buffer to metr-heartbeat
                 if mhb-row-count is numeric
                   and mhb-elapsed is numeric
                   move "Y" to metr-heartbeat-flag
                 end-if
             end-read
             close fheartbeat.

           move "N" to metr-marker-flag.
           open input ffailmarker.
           if failmarker-status = "00"
             move "Y" to metr-marker-flag
             close ffailmarker.

       e35-read-environments.

           move zero to metr-env-count.
           move "N"  to envdef-eof.

           open input fenvdef.
           if envdef-status = "00"
             perform e36-read-env-line until envdef-at-end
             close fenvdef
           else
             if metr-envdef-warned = "N"
               move "Y" to metr-envdef-warned
               move 'log-message' to ui-methods
               move 0620 to ui-message-number
               move 'No primes_environments.def, default schema only.'
                 to program-message
               call "primesui" using primes-ui
             end-if
           end-if.

           if metr-env-count = zero
             move 1        to metr-env-count
             move spaces   to mte-schema(1)
             move "default" to mte-name(1)
           end-if.

       e36-read-env-line.

           read fenvdef
             at end move "Y" to envdef-eof
           end-read.

           if not envdef-at-end
             move spaces to metr-w-schema metr-w-label metr-w-datasrc
             unstring envdef-buffer delimited by all space
               into metr-w-schema metr-w-label metr-w-datasrc
             end-unstring
             if metr-w-schema not = spaces
               and metr-w-schema(1:1) not = "*"
               and metr-env-count < metr-env-limit
               add 1 to metr-env-count
               move metr-w-schema to mte-schema(metr-env-count)
                                     mte-name(metr-env-count)
             end-if
           end-if.

      *    the dashboard figures of each environment plus the metrics
      *    figures, and the rows the secondary datasource is behind
       e40-gather-environment.

           move "N"    to mte-up(metr-env-idx)
                          mte-lock(metr-env-idx)
                          mte-lag-known(metr-env-idx).
           move spaces to mte-metrics(metr-env-idx).
           move zero   to mte-disp-active(metr-env-idx)
                          mte-disp-lapsed(metr-env-idx)
                          mte-lag(metr-env-idx).
           perform e41-clear-queue
                   varying metr-queue-idx from 1 by 1
                   until metr-queue-idx > 6.

           move mte-schema(metr-env-idx) to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'metrics' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "Y" to mte-up(metr-env-idx)
             end-if
             move dal-metrics-data to mte-metrics(metr-env-idx)
             move 'dashboard' to dal-methods
             call "primes" using primes-dal
             move dsh-lock-held   to mte-lock(metr-env-idx)
             move dsh-q-pending   to mte-queue(metr-env-idx, 1)
             move dsh-q-running   to mte-queue(metr-env-idx, 2)
             move dsh-q-held      to mte-queue(metr-env-idx, 3)
             move dsh-q-failed    to mte-queue(metr-env-idx, 4)
             move dsh-q-abandoned to mte-queue(metr-env-idx, 5)
             move dsh-q-orphaned  to mte-queue(metr-env-idx, 6)
             move 'disp-list' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform e42-count-dispatcher
                       varying metr-disp-idx from 1 by 1
                       until metr-disp-idx > dsp-count
             end-if
             if metr-datasrc2 not = spaces
               perform e43-probe-secondary
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

       e41-clear-queue.

           move zero to mte-queue(metr-env-idx, metr-queue-idx).

       e42-count-dispatcher.

           if dse-status(metr-disp-idx) = "lapsed"
             add 1 to mte-disp-lapsed(metr-env-idx)
           else
             add 1 to mte-disp-active(metr-env-idx)
           end-if.

       e43-probe-secondary.

           move mte-schema(metr-env-idx) to iv-schema.
           if iv-schema = spaces
             accept iv-schema from environment "PRIMES_DB_SCHEMA"
           end-if.
           if iv-schema = spaces
             move "primes" to iv-schema
           end-if.
           move metr-datasrc2 to iv-datasource.
           move 'inventory-probe' to dal-methods.
           call "primes" using primes-dal.

           if iv-was-reached
             move mte-metrics(metr-env-idx) to dal-metrics-data
             compute mte-lag(metr-env-idx) = mt-rows - iv-rows
             move "Y" to mte-lag-known(metr-env-idx)
           end-if.

      *    one family at a time, the exposition format wants the
      *    samples of a metric together under its HELP and TYPE
       e50-write-metrics.

           move "Y" to metr-write-ok.
           open output fmetrics.
           if metrics-status not = "00"
             move "N" to metr-write-ok
           else
             perform e51-write-family
                     varying metr-family from 1 by 1
                     until metr-family > metr-family-count
             perform e60-write-file-figures
             close fmetrics
             call "CBL_RENAME_FILE" using metrics-tmp-filename
                                          metrics-filename
             if return-code not = zero
               move "N" to metr-write-ok
             end-if
           end-if.

           if not metr-write-is-ok
             move 'log-message' to ui-methods
             move 0619 to ui-message-number
             move 'Metrics file could not be written.'
               to program-message
             call "primesui" using primes-ui
           end-if.

       e51-write-family.

           evaluate metr-family
             when 1
               move "primes_up" to metr-name
               move "1 when the environment database answered"
                 to metr-help
             when 2
               move "primes_rows" to metr-name
               move "Rows in the primes table" to metr-help
             when 3
               move "primes_max_prime" to metr-name
               move "Highest prime stored" to metr-help
             when 4
               move "primes_rows_generated_24h" to metr-name
               move "Rows generated by runs started in the last day"
                 to metr-help
             when 5
               move "primes_runs_24h" to metr-name
               move "Runs started in the last day" to metr-help
             when 6
               move "primes_runs_failed_24h" to metr-name
               move "Runs of the last day that failed or stopped"
                 to metr-help
             when 7
               move "primes_last_run_duration_seconds" to metr-name
               move "Duration of the latest finished run"
                 to metr-help
             when 8
               move "primes_last_run_rows" to metr-name
               move "Rows of the latest finished run" to metr-help
             when 9
               move "primes_last_run_result" to metr-name
               move "Result code of the latest finished run"
                 to metr-help
             when 10
               move "primes_queue_jobs" to metr-name
               move "Jobs in the job queue by status" to metr-help
             when 11
               move "primes_run_lock_held" to metr-name
               move "1 while a run holds the run lock" to metr-help
             when 12
               move "primes_alerts_open" to metr-name
               move "Alerts not closed" to metr-help
             when 13
               move "primes_service_backlog" to metr-name
               move "Service requests pending or in work"
                 to metr-help
             when 14
               move "primes_feed_last_success_timestamp_seconds"
                 to metr-name
               move "End of the last successful feed, epoch seconds"
                 to metr-help
             when 15
               move "primes_secondary_lag_rows" to metr-name
               move "Rows the secondary datasource is behind"
                 to metr-help
             when 16
               move "primes_dispatchers" to metr-name
               move "Registered dispatchers by state" to metr-help
           end-evaluate.

           move "gauge" to metr-type.
           perform e55-write-help.
           perform e52-write-env-sample
                   varying metr-env-idx from 1 by 1
                   until metr-env-idx > metr-env-count.

       e52-write-env-sample.

           move mte-metrics(metr-env-idx) to dal-metrics-data.
           move spaces to metr-env-label.
           string 'env="'                             delimited by size
                  function trim(mte-name(metr-env-idx))
                    delimited by size
                  '"'                                 delimited by size
                  into metr-env-label
           end-string.
           move metr-env-label to metr-labels.

           evaluate true
             when metr-family = 1
               move zero to metr-value
               if mte-is-up(metr-env-idx)
                 move 1 to metr-value
               end-if
               perform e56-write-sample
             when not mte-is-up(metr-env-idx)
               continue
             when metr-family = 2
               move mt-rows to metr-value
               perform e56-write-sample
             when metr-family = 3
               move mt-max-prime to metr-value
               perform e56-write-sample
             when metr-family = 4
               move mt-rows-24h to metr-value
               perform e56-write-sample
             when metr-family = 5
               move mt-runs-24h to metr-value
               perform e56-write-sample
             when metr-family = 6
               move mt-failed-24h to metr-value
               perform e56-write-sample
             when metr-family >= 7 and metr-family <= 9
               if mt-last-is-known
                 perform e53-write-last-run
               end-if
             when metr-family = 10
               perform e54-write-queue
                       varying metr-queue-idx from 1 by 1
                       until metr-queue-idx > 6
             when metr-family = 11
               move zero to metr-value
               if mte-lock(metr-env-idx) = "Y"
                 move 1 to metr-value
               end-if
               perform e56-write-sample
             when metr-family = 12
               move mt-alerts-open to metr-value
               perform e56-write-sample
             when metr-family = 13
               move mt-backlog to metr-value
               perform e56-write-sample
             when metr-family = 14
               if mt-feed-is-known
                 move mt-feed-epoch to metr-value
                 perform e56-write-sample
               end-if
             when metr-family = 15
               if mte-lag-is-known(metr-env-idx)
                 move mte-lag(metr-env-idx) to metr-value
                 perform e56-write-sample
               end-if
             when metr-family = 16
               move spaces to metr-labels
               string function trim(metr-env-label) delimited by size
                      ',state="active"'        delimited by size
                      into metr-labels
               end-string
               move mte-disp-active(metr-env-idx) to metr-value
               perform e56-write-sample
               move spaces to metr-labels
               string function trim(metr-env-label) delimited by size
                      ',state="lapsed"'        delimited by size
                      into metr-labels
               end-string
               move mte-disp-lapsed(metr-env-idx) to metr-value
               perform e56-write-sample
           end-evaluate.

       e53-write-last-run.

           move spaces to metr-labels.
           string function trim(metr-env-label) delimited by size
                  ',mode="'                     delimited by size
                  function trim(mt-last-mode)   delimited by size
                  '"'                           delimited by size
                  into metr-labels
           end-string.
           evaluate metr-family
             when 7
               move mt-last-secs   to metr-value
             when 8
               move mt-last-rows   to metr-value
             when other
               move mt-last-result to metr-value
           end-evaluate.
           perform e56-write-sample.

       e54-write-queue.

           move spaces to metr-labels.
           string function trim(metr-env-label)       delimited by size
                  ',status="'                         delimited by size
                  function trim(metr-queue-name(metr-queue-idx))
                    delimited by size
                  '"'                                 delimited by size
                  into metr-labels
           end-string.
           move mte-queue(metr-env-idx, metr-queue-idx) to metr-value.
           perform e56-write-sample.

       e55-write-help.

           move spaces to metrics-buffer.
           string '# HELP '                delimited by size
                  function trim(metr-name) delimited by size
                  ' '                      delimited by size
                  function trim(metr-help) delimited by size
                  into metrics-buffer
           end-string.
           write metrics-buffer.
           move spaces to metrics-buffer.
           string '# TYPE '                delimited by size
                  function trim(metr-name) delimited by size
                  ' '                      delimited by size
                  function trim(metr-type) delimited by size
                  into metrics-buffer
           end-string.
           write metrics-buffer.

       e56-write-sample.

           move metr-value to metr-value-ed.
           move spaces to metrics-buffer.
           if metr-labels = spaces
             string function trim(metr-name)     delimited by size
                    ' '                          delimited by size
                    function trim(metr-value-ed) delimited by size
                    into metrics-buffer
             end-string
           else
             string function trim(metr-name)     delimited by size
                    '{'                          delimited by size
                    function trim(metr-labels)   delimited by size
                    '} '                         delimited by size
                    function trim(metr-value-ed) delimited by size
                    into metrics-buffer
             end-string
           end-if.
           write metrics-buffer.

      *    heartbeat file and failure marker belong to this host, not
      *    to an environment
       e60-write-file-figures.

           move spaces to metr-labels.

           move "primes_failure_marker" to metr-name.
           move "1 while primes_run.failed is present" to metr-help.
           perform e55-write-help.
           move zero to metr-value.
           if metr-marker-present
             move 1 to metr-value.
           perform e56-write-sample.

           move "primes_heartbeat_running" to metr-name.
           move "1 while the heartbeat file shows a running generate"
             to metr-help.
           perform e55-write-help.
           move zero to metr-value.
           if metr-heartbeat-read and mhb-status = "RUNNING"
             move 1 to metr-value.
           perform e56-write-sample.

           if metr-heartbeat-read
             move "primes_heartbeat_rows" to metr-name
             move "Rows of the run in the heartbeat file"
               to metr-help
             perform e55-write-help
             move mhb-row-count to metr-value
             perform e56-write-sample
             move "primes_heartbeat_elapsed_seconds" to metr-name
             move "Elapsed seconds of the run in the heartbeat file"
               to metr-help
             perform e55-write-help
             move mhb-elapsed to metr-value
             perform e56-write-sample
           end-if.
