         select ffailmarker assign to "primes_run.failed"
         organization line sequential
         file status is failmarker-status.
         select fjobout assign to dynamic jobout-filename
         organization line sequential
         file status is jobout-status.

       data division.
       file section.
       01 heartbeat-buffer pic x(100).
       fd ffailmarker.
       01 failmarker-buffer pic x(132).
       fd fjobout.
       01 jobout-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesdash".
       01  dashcmd-status       pic x(2)  value space.
       01  heartbeat-status     pic x(2)  value space.
       01  failmarker-status    pic x(2)  value space.
       01  jobout-status        pic x(2)  value space.
       01  jobout-filename      pic x(40) value space.
       01  jobout-eof           pic x     value "N".
        88 jobout-at-end         value "Y".
       01  dashcmd-filename     pic x(15)
                                value "primes_dash.cmd".

       01  dash-numeric-ed2     pic z(17)9.
       01  dash-idx             pic 9(2)  value zero.
       01  dash-flag            pic x(3)  value space.
      *    last lines of the running job's output, kept in a ring
       01  dash-tail-size       pic 9(2)  value 5.
       01  dash-tail-count      pic 9(2)  value zero.
       01  dash-tail-next       pic 9(2)  value zero.
       01  dash-tail-idx        pic 9(2)  value zero.
       01  dash-tail-table.
        03 dash-tail-line occurs 5 times pic x(100).

       01  current-date-time    pic x(21).
       01  run-stamp.
           if dash-keep-going
             perform b30-gather-files
             perform b40-gather-database
             perform b41-gather-job-output
             perform b50-paint-screen
             call "C$SLEEP" using dash-poll-seconds
           end-if.
           if dal-method-ok
             move 'dashboard' to dal-methods
             call "primes" using primes-dal
             move 'disp-list' to dal-methods
             call "primes" using primes-dal
             if not dal-method-ok
               move zero to dsp-count
             end-if
             move 999999999999999999 to rl-start-id
             move 5         to rl-page-size
             move space     to rl-filter-mode
             move 'disconnect'  to dal-methods
             call "primes" using primes-dal
           else
             move zero to rl-row-count dsp-count.

       b41-gather-job-output.

           move zero to dash-tail-count dash-tail-next.
           if dsh-run-output not = spaces
             move dsh-run-output to jobout-filename
             open input fjobout
             if jobout-status = "00"
               move "N" to jobout-eof
               perform b42-read-job-output until jobout-at-end
               close fjobout
             end-if
           end-if.

       b42-read-job-output.

           read fjobout
             at end move "Y" to jobout-eof
           end-read.

           if not jobout-at-end
             add 1 to dash-tail-next
             if dash-tail-next > dash-tail-size
               move 1 to dash-tail-next
             end-if
             move jobout-buffer(1:100)
               to dash-tail-line(dash-tail-next)
             if dash-tail-count < dash-tail-size
               add 1 to dash-tail-count
             end-if
           end-if.

       b50-paint-screen.

           move dsh-q-failed    to dash-numeric-ed2.
           move space to dash-flag.
           if dsh-q-failed > zero or dsh-q-abandoned > zero
              or dsh-q-orphaned > zero
             move "!!!" to dash-flag.
           display "       held " dash-numeric-ed
                   " failed " dash-numeric-ed2
                   " abandoned " dsh-q-abandoned
                   " orphaned " dsh-q-orphaned " " dash-flag
              upon scherm.

           if dsp-count > zero
             display "dispatchers:" upon scherm
             perform b52-show-dispatcher-row
                     varying dash-idx from 1 by 1
                     until dash-idx > dsp-count
           else
             display "dispatchers: (none registered)" upon scherm
           end-if.

           if dsh-strm-name not = spaces
             display "stream: " dsh-strm-name
                     " step " dsh-strm-step
             display "stream: (no steps logged)" upon scherm
           end-if.

           if dsh-run-job-id > zero
             move dsh-run-job-id to dash-numeric-ed
             display "running job " function trim(dash-numeric-ed)
                     " " dsh-run-mode " output "
                     function trim(dsh-run-output) upon scherm
             if dash-tail-count = zero
               display "  (no output yet)" upon scherm
             else
               compute dash-tail-idx = dash-tail-next + dash-tail-size
                                     - dash-tail-count + 1
               if dash-tail-idx > dash-tail-size
                 subtract dash-tail-size from dash-tail-idx
               end-if
               perform b53-show-tail-line dash-tail-count times
             end-if
           end-if.

           if rl-row-count > zero
             display "recent runs:" upon scherm
             perform b51-show-run-row
                   rl-status(dash-idx) " rows "
                   dash-numeric-ed2 " " dash-flag
              upon scherm.

      *    beat age in seconds; a live dispatcher shows its job in hand
       b52-show-dispatcher-row.

           move dse-beat-secs(dash-idx) to dash-numeric-ed.
           move space to dash-flag.
           if dse-status(dash-idx) = "lapsed"
             move "!!!" to dash-flag.
           if dse-job-id(dash-idx) > zero
             move dse-job-id(dash-idx) to dash-numeric-ed2
             display "  " dse-id(dash-idx) " "
                     dse-status(dash-idx) " beat "
                     function trim(dash-numeric-ed) "s ago job "
                     function trim(dash-numeric-ed2) " "
                     dse-job-mode(dash-idx) " " dash-flag
                upon scherm
           else
             display "  " dse-id(dash-idx) " "
                     dse-status(dash-idx) " beat "
                     function trim(dash-numeric-ed) "s ago idle "
                     dash-flag
                upon scherm
           end-if.

       b53-show-tail-line.

           display "  | " function trim(dash-tail-line(dash-tail-idx)
                                        trailing)
              upon scherm.
           add 1 to dash-tail-idx.
           if dash-tail-idx > dash-tail-size
             move 1 to dash-tail-idx.
