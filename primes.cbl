       fd finterface.
       01 interface-buffer pic x(40).
       fd freadymark.
       01 readymark-buffer pic x(80).
       fd foffline.
       01 offline-record.
        03 off-prime pic 9(18).

       01 SCHEMA-NAME  PIC X(32).
       01 DATASRC PIC X(64).
       01 INV-DATASRC PIC X(64).
       01 BEAT-DATASRC PIC X(64).
      *    dispatcher heartbeat, kept over the primesbeat connection
      *    so that a running job's transaction is never touched; a
      *    commit refreshes it once beat-interval seconds have passed
       01 beat-disp-id       pic x(40) value space.
       01 beat-connected     pic x     value "N".
        88 beat-is-connected  value "Y".
       01 beat-interval      pic 9(4)  value 30.
       01 beat-time.
        03 beat-hh           pic 9(2).
        03 beat-mi           pic 9(2).
        03 beat-ss           pic 9(2).
        03 beat-cc           pic 9(2).
       01 beat-now-secs      pic 9(5)  value zero.
       01 beat-last-secs     pic 9(5)  value zero.
       01 beat-tag           pic x(64) value space.
       01 beat-tag-set       pic x(64) value space.
       01 beat-job-id        pic 9(9)  value zero.
       01 inv-table          pic x(32) value space.
       01 inv-table-count    pic 9(4)  value zero.
       01 inv-schema-count   pic 9(4)  value zero.
      *    schema changes are numbered; the programs need every change
      *    up to schema-required-version. tables and columns are only
      *    created or altered by the upgrade mode, which applies the
      *    outstanding changes in order and records each one in
      *    primes_schema_version
       01 schema-required-version pic 9(4) value 14.
       01 ddl-allowed        pic x     value "N".
        88 ddl-is-allowed     value "Y".
       01 sv-table-count     pic 9(4)  value zero.
       01 sv-version-ed      pic zzz9.
       01 sv-required-ed     pic zzz9.
       01 upg-change-values.
        03 filler pic x(64) value
           "0001baseline tables, columns and indexes".
        03 filler pic x(64) value
           "0002space snapshot for housekeeping".
        03 filler pic x(64) value
           "0003control file version history".
        03 filler pic x(64) value
           "0004job classes and queue priority".
        03 filler pic x(64) value
           "0005dispatcher registry and orphaned jobs".
        03 filler pic x(64) value
           "0006job output files and their retention".
        03 filler pic x(64) value
           "0007job trigger chains".
        03 filler pic x(64) value
           "0008stream step plan and finish forecast".
        03 filler pic x(64) value
           "0009alert incidents".
        03 filler pic x(64) value
           "0010service load test results".
        03 filler pic x(64) value
           "0011interface file signatures".
        03 filler pic x(64) value
           "0012legal holds".
        03 filler pic x(64) value
           "0013year ledger".
        03 filler pic x(64) value
           "0014operator sign-on credentials".
       01 upg-change-table redefines upg-change-values.
        03 upg-change occurs 14 times.
         05 upg-no           pic 9(4).
         05 upg-desc         pic x(60).
       01 DATASRC-OVERFLOW-FLAG PIC X value "N".
        88 DATASRC-OVERFLOW      value "Y".
       01 DBUSR     PIC X(64).
        03 errlog-msgno-ed    pic 9(4).
        03 filler             pic x     value space.
        03 errlog-text        pic x(60).
       01 errlog-ui-methods  pic x(32) value space.
       01 errlog-ui-line     pic x(132) value space.
       01 commit-interval    pic 9(9) value 500.
       01 write-count        pic 9(9) value zero.
       01 total-write-count  pic 9(18) value zero.
        03 filler           pic x     value "T".
        03 it-batch         pic 9(6).
        03 it-count         pic 9(18).
      *    signature of the last interface file closed, spaces when
      *    its party has no key
       01 iface-signature    pic x(24) value space.
       01 offline-status     pic x(2)  value space.
       01 msnote-status      pic x(2)  value space.
       01 msnote-filename    pic x(60) value space.
       01 lock-row-aged            pic x.

       01 rec-stmt           pic x(900).
       01 rec-run-text       pic 9(9).
       01 rec-own-schema     pic x(32) value space.

       01 jobq-row.
        03 jqr-id           pic 9(9).
        03 jqr-requested    pic x(16).
        03 jqr-result       pic 9(2).

        03 jqr-class        pic x(8).
        03 jqr-priority     pic 9(2).
        03 jqr-reason       pic x(40).
       01 jobclass-row.
        03 jcr-class        pic x(8).
        03 jcr-max          pic 9(3).
        03 jcr-running      pic 9(3).
        03 jcr-pending      pic 9(3).

      *    a waiting job tells why: held, waiting for its retry time,
      *    its class is at the limit, or how many eligible jobs rank
      *    before it
       EXEC SQL AT primes
           DECLARE jobqueuecursor CURSOR FOR
             SELECT q.id, q.mode, q.status,
                    TO_CHAR(q.submitted_at, 'YYYY-MM-DD HH24:MI:SS'),
                    COALESCE(q.requested_by, ' '),
                    COALESCE(q.result, 0),
                    COALESCE(q.job_class, 'REPORT'),
                    COALESCE(q.priority, 5),
                    CASE
                      WHEN q.status = 'held'
                      THEN 'held by an operator'
                      WHEN q.status = 'orphaned'
                      THEN 'orphaned, release to run again'
                      WHEN q.status <> 'pending'
                      THEN ' '
                      WHEN q.next_attempt_at > CURRENT_TIMESTAMP
                      THEN 'retry not before '
                           || TO_CHAR(q.next_attempt_at, 'HH24:MI')
                      WHEN ( SELECT COUNT(*) FROM primes_job_queue r
                              WHERE r.status = 'running'
                                AND COALESCE(r.job_class, 'REPORT')
                                  = COALESCE(q.job_class, 'REPORT') )
                           >= COALESCE( ( SELECT c.max_running
                                            FROM primes_job_class c
                                           WHERE c.job_class =
                                                 COALESCE(q.job_class,
                                                          'REPORT') ),
                                        1 )
                      THEN 'class ' || COALESCE(q.job_class, 'REPORT')
                           || ' at its running limit'
                      ELSE 'behind '
                           || ( SELECT COUNT(*)
                                  FROM primes_job_queue b
                                 WHERE b.status = 'pending'
                                   AND b.id <> q.id
                                   AND ( b.next_attempt_at IS NULL
                                         OR b.next_attempt_at
                                            <= CURRENT_TIMESTAMP )
                                   AND ( COALESCE(b.priority, 5)
                                         + FLOOR( EXTRACT( EPOCH FROM
                                             ( CURRENT_TIMESTAMP
                                               - b.submitted_at ) )
                                             / 60 / :job-aging-mins ),
                                         - b.id )
                                     > ( COALESCE(q.priority, 5)
                                         + FLOOR( EXTRACT( EPOCH FROM
                                             ( CURRENT_TIMESTAMP
                                               - q.submitted_at ) )
                                             / 60 / :job-aging-mins ),
                                         - q.id ) )
                           || ' job(s) of higher rank'
                    END
               FROM primes_job_queue q
              ORDER BY q.id DESC
              LIMIT 20
       END-EXEC.

       EXEC SQL AT primes
           DECLARE jobclasscursor CURSOR FOR
             SELECT c.job_class, c.max_running,
                    ( SELECT COUNT(*) FROM primes_job_queue r
                       WHERE r.status = 'running'
                         AND COALESCE(r.job_class, 'REPORT')
                           = c.job_class ),
                    ( SELECT COUNT(*) FROM primes_job_queue r
                       WHERE r.status = 'pending'
                         AND COALESCE(r.job_class, 'REPORT')
                           = c.job_class )
               FROM primes_job_class c
              ORDER BY c.job_class
              LIMIT 10
       END-EXEC.

       01 digest-run-row.
        03 dgr-id           pic 9(9).
        03 dgr-mode         pic x(16).
                    CASE WHEN created_at
                              + MAKE_INTERVAL( days =>
                                  CAST(keep_days AS INTEGER) )
                              >= CURRENT_TIMESTAMP
                         THEN 'N'
                    WHEN EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND created_at::date BETWEEN
                                         h.hold_from AND h.hold_to )
                                OR ( h.hold_kind = 'CATALOG'
                                     AND h.hold_number = id )
                                OR ( h.hold_kind = 'RUN'
                                     AND h.hold_number = run_id ) ) )
                         THEN 'H' ELSE 'Y' END
               FROM primes_report_catalog
              WHERE deleted = 'N'
              ORDER BY id DESC
             SELECT id, filename, mode, COALESCE(run_id, 0),
                    COALESCE(row_count, 0),
                    TO_CHAR(created_at, 'YYYY-MM-DD HH24:MI:SS'),
                    CASE
                    WHEN EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND created_at::date BETWEEN
                                         h.hold_from AND h.hold_to )
                                OR ( h.hold_kind = 'CATALOG'
                                     AND h.hold_number = id )
                                OR ( h.hold_kind = 'RUN'
                                     AND h.hold_number = run_id ) ) )
                         THEN 'H' ELSE 'Y' END
               FROM primes_report_catalog
              WHERE deleted = 'N'
                AND created_at
        03 alr-source       pic x(16).
        03 alr-status       pic x(12).
        03 alr-text         pic x(60).
        03 alr-incident     pic 9(9).
        03 alr-msgno        pic 9(4).
        03 alr-sqlcode      pic s9(9).

       EXEC SQL AT primes
           DECLARE alertcursor CURSOR FOR
             SELECT a.id,
                    TO_CHAR(a.created_at, 'YYYY-MM-DD HH24:MI:SS'),
                    a.severity, COALESCE(a.source, ' '), a.status,
                    COALESCE(a.message, ' '),
                    COALESCE(a.incident_id, 0),
                    COALESCE(h.msg_number, 0), COALESCE(h.sqlcode, 0)
               FROM primes_alerts a
               LEFT JOIN primes_error_history h ON h.id = a.err_id
              WHERE a.status <> 'closed'
              ORDER BY CASE WHEN a.severity = 'CRIT'
                             AND a.status = 'open' THEN 0
                            ELSE 1 END, a.id DESC
              LIMIT 50
       END-EXEC.

       01 incident-row.
        03 inr-id           pic 9(9).
        03 inr-opened       pic x(16).
        03 inr-status       pic x(12).
        03 inr-cause        pic x(16).
        03 inr-alerts       pic 9(5).
        03 inr-title        pic x(60).
        03 inr-ack-mins     pic s9(7).
        03 inr-resolve-mins pic s9(7).
        03 inr-repeat       pic x.

       EXEC SQL AT primes
           DECLARE incidentlistcursor CURSOR FOR
             SELECT i.id, TO_CHAR(i.opened_at, 'YYYY-MM-DD HH24:MI'),
                    i.status, COALESCE(i.cause, ' '),
                    ( SELECT COUNT(*) FROM primes_alerts a
                       WHERE a.incident_id = i.id ),
                    COALESCE(i.title, ' ')
               FROM primes_incident i
              WHERE i.status <> 'closed'
              ORDER BY i.id DESC
              LIMIT 20
       END-EXEC.

       EXEC SQL AT primes
           DECLARE incidentcursor CURSOR FOR
             SELECT i.id, TO_CHAR(i.opened_at, 'YYYY-MM-DD HH24:MI'),
                    i.status, COALESCE(i.cause, 'UNKNOWN'),
                    d.alerts, COALESCE(i.title, ' '),
                    CAST(COALESCE(ROUND(EXTRACT(EPOCH FROM
                           i.ack_at - d.detected) / 60), -1)
                         AS NUMERIC(7)),
                    CAST(COALESCE(ROUND(EXTRACT(EPOCH FROM
                           i.closed_at - d.detected) / 60), -1)
                         AS NUMERIC(7)),
                    CASE WHEN EXISTS (
                           SELECT 1 FROM primes_incident p
                            WHERE p.id <> i.id
                              AND p.cause = i.cause
                              AND p.opened_at < i.opened_at
                              AND p.opened_at >= i.opened_at
                                  - INTERVAL '30 days' )
                         THEN 'Y' ELSE 'N' END
               FROM primes_incident i
               CROSS JOIN LATERAL
                    ( SELECT COUNT(*) AS alerts,
                             LEAST(i.opened_at,
                                   COALESCE(MIN(a.created_at),
                                            i.opened_at)) AS detected
                        FROM primes_alerts a
                       WHERE a.incident_id = i.id ) d
              WHERE TO_CHAR(i.opened_at, 'YYYYMM') = :inc-month
              ORDER BY i.id
       END-EXEC.

       01 runbook-key-row.
        03 rkr-type         pic x(3).
        03 rkr-key          pic x(16).
        03 rkr-count        pic 9(9).
        03 rkr-last         pic x(19).

       EXEC SQL AT primes
           DECLARE runbookkeycursor CURSOR FOR
             SELECT 'SRC', UPPER(source), COUNT(*),
                    TO_CHAR(MAX(created_at), 'YYYY-MM-DD HH24:MI:SS')
               FROM primes_alerts
              WHERE source IS NOT NULL AND TRIM(source) <> ''
              GROUP BY UPPER(source)
             UNION ALL
             SELECT 'MSG', TO_CHAR(msg_number, 'FM0000'), COUNT(*),
                    TO_CHAR(MAX(logged_at), 'YYYY-MM-DD HH24:MI:SS')
               FROM primes_error_history
              WHERE msg_number > 0
              GROUP BY msg_number
             UNION ALL
             SELECT 'SQL', CAST(sqlcode AS VARCHAR(16)), COUNT(*),
                    TO_CHAR(MAX(logged_at), 'YYYY-MM-DD HH24:MI:SS')
               FROM primes_error_history
              WHERE sqlcode <> 0
              GROUP BY sqlcode
              ORDER BY 1, 2
       END-EXEC.

       01 timeline-row.
        03 tlr-at           pic x(19).
        03 tlr-source       pic x(8).
        03 tlr-operator     pic x(16).
        03 tlr-run          pic 9(9).
        03 tlr-text         pic x(80).

      *    one event per row from the run log, error history, alerts,
      *    operator audit, journal, stream log, job queue, approvals
      *    and incidents, archived rows included
       EXEC SQL AT primes
           DECLARE timelinecursor CURSOR FOR
             WITH w AS (
                  SELECT CAST(TO_TIMESTAMP(:tl-from, 'YYYYMMDDHH24MI')
                              AS TIMESTAMP) AS f,
                         CAST(TO_TIMESTAMP(:tl-to, 'YYYYMMDDHH24MI')
                              AS TIMESTAMP)
                           + INTERVAL '1 minute' AS t ),
                  r AS (
                  SELECT id, mode, start_time, end_time, status,
                         result, row_count, operator
                    FROM primes_run_log
                  UNION ALL
                  SELECT id, mode, start_time, end_time, status,
                         result, row_count, operator
                    FROM primes_run_log_archive ),
                  s AS (
                  SELECT stream_name, stream_date, step_no, mode,
                         status, result, started_at, completed_at
                    FROM primes_stream_log
                  UNION ALL
                  SELECT stream_name, stream_date, step_no, mode,
                         status, result, started_at, completed_at
                    FROM primes_stream_log_archive ),
                  j AS (
                  SELECT id, mode, env_name, requested_by, status,
                         result, submitted_at, started_at, finished_at
                    FROM primes_job_queue
                  UNION ALL
                  SELECT id, mode, env_name, requested_by, status,
                         result, submitted_at, started_at, finished_at
                    FROM primes_job_queue_archive ),
                  e (at, src, opr, run, txt) AS (
                  SELECT start_time, 'RUN', operator, id,
                         CONCAT_WS(' ', 'start', mode)
                    FROM r
                  UNION ALL
                  SELECT end_time, 'RUN', operator, id,
                         CONCAT_WS(' ', 'end', mode, status, 'result',
                                   result, 'rows', row_count)
                    FROM r WHERE end_time IS NOT NULL
                  UNION ALL
                  SELECT logged_at, 'ERROR', NULL, 0,
                         CONCAT_WS(' ', step, 'sqlcode', sqlcode,
                                   'msg', msg_number, message)
                    FROM primes_error_history
                  UNION ALL
                  SELECT created_at, 'ALERT', NULL, 0,
                         CONCAT_WS(' ', 'alert', id, 'raised',
                                   severity, source, message)
                    FROM primes_alerts
                  UNION ALL
                  SELECT ack_at, 'ALERT', ack_by, 0,
                         CONCAT_WS(' ', 'alert', id, 'acknowledged')
                    FROM primes_alerts WHERE ack_at IS NOT NULL
                  UNION ALL
                  SELECT closed_at, 'ALERT', closed_by, 0,
                         CONCAT_WS(' ', 'alert', id, 'closed')
                    FROM primes_alerts WHERE closed_at IS NOT NULL
                  UNION ALL
                  SELECT logged_at, 'AUDIT', operator, 0,
                         CONCAT_WS(' ', program, action, outcome,
                                   detail)
                    FROM primes_operator_audit
                  UNION ALL
                  SELECT logged_at, 'JOURNAL', operator, run_id, note
                    FROM primes_journal
                  UNION ALL
                  SELECT started_at, 'STREAM', NULL, 0,
                         CONCAT_WS(' ', stream_name, stream_date,
                                   'step', step_no, mode, 'started')
                    FROM s WHERE started_at IS NOT NULL
                  UNION ALL
                  SELECT completed_at, 'STREAM', NULL, 0,
                         CONCAT_WS(' ', stream_name, stream_date,
                                   'step', step_no, mode, status,
                                   'result', result)
                    FROM s WHERE completed_at IS NOT NULL
                  UNION ALL
                  SELECT submitted_at, 'JOB', requested_by, 0,
                         CONCAT_WS(' ', 'job', id, mode, 'submitted',
                                   env_name)
                    FROM j
                  UNION ALL
                  SELECT started_at, 'JOB', requested_by, 0,
                         CONCAT_WS(' ', 'job', id, mode, 'started')
                    FROM j WHERE started_at IS NOT NULL
                  UNION ALL
                  SELECT finished_at, 'JOB', requested_by, 0,
                         CONCAT_WS(' ', 'job', id, mode, status,
                                   'result', result)
                    FROM j WHERE finished_at IS NOT NULL
                  UNION ALL
                  SELECT requested_at, 'APPROVAL', requested_by, 0,
                         CONCAT_WS(' ', 'approval', id, mode,
                                   schema_name, 'requested')
                    FROM primes_approvals
                  UNION ALL
                  SELECT approved_at, 'APPROVAL', approved_by, 0,
                         CONCAT_WS(' ', 'approval', id, mode,
                                   schema_name, status)
                    FROM primes_approvals WHERE approved_at IS NOT NULL
                  UNION ALL
                  SELECT used_at, 'APPROVAL', NULL, 0,
                         CONCAT_WS(' ', 'approval', id, mode,
                                   schema_name, 'used')
                    FROM primes_approvals WHERE used_at IS NOT NULL
                  UNION ALL
                  SELECT opened_at, 'INCIDENT', opened_by, 0,
                         CONCAT_WS(' ', 'incident', id, 'opened',
                                   cause, title)
                    FROM primes_incident
                  UNION ALL
                  SELECT ack_at, 'INCIDENT', ack_by, 0,
                         CONCAT_WS(' ', 'incident', id, 'acknowledged')
                    FROM primes_incident WHERE ack_at IS NOT NULL
                  UNION ALL
                  SELECT closed_at, 'INCIDENT', closed_by, 0,
                         CONCAT_WS(' ', 'incident', id, 'closed',
                                   root_cause)
                    FROM primes_incident WHERE closed_at IS NOT NULL )
             SELECT TO_CHAR(e.at, 'YYYY-MM-DD HH24:MI:SS'), e.src,
                    COALESCE(SUBSTR(e.opr, 1, 16), ' '),
                    COALESCE(e.run, 0),
                    COALESCE(SUBSTR(e.txt, 1, 80), ' ')
               FROM e, w
              WHERE e.at >= w.f AND e.at < w.t
              ORDER BY e.at, e.src
       END-EXEC.

       01 loadtest-row.
        03 ltr-type         pic x(8).
        03 ltr-submitted    pic 9(9).
        03 ltr-answered     pic 9(9).
        03 ltr-errors       pic 9(9).
        03 ltr-avg-ms       pic 9(9).
        03 ltr-p95-ms       pic 9(9).
        03 ltr-max-ms       pic 9(9).
        03 ltr-per-min      pic 9(7)v99.

      *    submission to answer in milliseconds per request type and
      *    in total; throughput is answers per minute from the first
      *    submission to the last answer
       EXEC SQL AT primes
           DECLARE loadtestcursor CURSOR FOR
             SELECT COALESCE(r.req_type, 'TOTAL'), COUNT(*),
                    COUNT(p.answered_at),
                    SUM( CASE WHEN r.status IN ('error', 'refused')
                              THEN 1 ELSE 0 END ),
                    COALESCE(ROUND(AVG(EXTRACT(EPOCH FROM
                           p.answered_at - r.submitted_at) * 1000)), 0),
                    COALESCE(ROUND(CAST(PERCENTILE_CONT(0.95)
                           WITHIN GROUP ( ORDER BY EXTRACT(EPOCH FROM
                           p.answered_at - r.submitted_at) * 1000 )
                           AS NUMERIC)), 0),
                    COALESCE(ROUND(MAX(EXTRACT(EPOCH FROM
                           p.answered_at - r.submitted_at) * 1000)), 0),
                    COALESCE(ROUND(COUNT(p.answered_at) * 60
                           / NULLIF(EXTRACT(EPOCH FROM
                             MAX(p.answered_at) - MIN(r.submitted_at)),
                             0), 2), 0)
               FROM primes_request r
               LEFT JOIN primes_response p ON p.request_id = r.id
              WHERE r.id BETWEEN :lt-first-id AND :lt-last-id
                AND TRIM(r.client_id) = TRIM(:lt-client)
              GROUP BY ROLLUP ( r.req_type )
              ORDER BY GROUPING(r.req_type), r.req_type
       END-EXEC.

       01 loadbase-row.
        03 lbr-run-at       pic x(19).
        03 lbr-type         pic x(8).
        03 lbr-avg-ms       pic 9(9).
        03 lbr-p95-ms       pic 9(9).
        03 lbr-per-min      pic 9(7)v99.

      *    the latest run of the profile stored as baseline
       EXEC SQL AT primes
           DECLARE loadbasecursor CURSOR FOR
             SELECT TO_CHAR(run_at, 'YYYY-MM-DD HH24:MI:SS'),
                    req_type, avg_ms, p95_ms, per_min
               FROM primes_loadtest
              WHERE profile = TRIM(:lt-profile)
                AND run_id = ( SELECT MAX(run_id)
                                 FROM primes_loadtest
                                WHERE profile = TRIM(:lt-profile)
                                  AND is_baseline = 'Y' )
              ORDER BY CASE WHEN req_type = 'TOTAL' THEN 1 ELSE 0 END,
                       req_type
       END-EXEC.

       01 hold-row.
        03 hlr-id           pic 9(9).
        03 hlr-kind         pic x(8).
        03 hlr-ref          pic x(24).
        03 hlr-reason       pic x(60).
        03 hlr-placed-by    pic x(16).
        03 hlr-placed-at    pic x(10).
        03 hlr-expires      pic x(10).
        03 hlr-runs         pic 9(9).
        03 hlr-reports      pic 9(9).
        03 hlr-batches      pic 9(9).
        03 hlr-requests     pic 9(9).
        03 hlr-other        pic 9(9).

      *    active legal holds with the rows each one keeps from the
      *    sweeps: runs, cataloged reports, interface batches,
      *    service requests and the other operational rows
       EXEC SQL AT primes
           DECLARE holdcursor CURSOR FOR
             SELECT h.hold_id, h.hold_kind,
                    CASE h.hold_kind
                      WHEN 'CLIENT' THEN h.hold_client
                      WHEN 'DATE'
                      THEN TO_CHAR(h.hold_from, 'YYYY-MM-DD') || ' '
                           || TO_CHAR(h.hold_to, 'YYYY-MM-DD')
                      ELSE CAST(h.hold_number AS VARCHAR) END,
                    h.reason, COALESCE(h.placed_by, ' '),
                    TO_CHAR(h.placed_at, 'YYYY-MM-DD'),
                    COALESCE(TO_CHAR(h.expires_on, 'YYYY-MM-DD'),
                             ' '),
                    ( SELECT COUNT(*) FROM primes_run_log r
                       WHERE ( h.hold_kind = 'RUN'
                               AND r.id = h.hold_number )
                          OR ( h.hold_kind = 'DATE'
                               AND r.start_time::date BETWEEN
                                   h.hold_from AND h.hold_to ) ),
                    ( SELECT COUNT(*) FROM primes_report_catalog c
                       WHERE c.deleted = 'N'
                         AND ( ( h.hold_kind = 'CATALOG'
                                 AND c.id = h.hold_number )
                            OR ( h.hold_kind = 'RUN'
                                 AND c.run_id = h.hold_number )
                            OR ( h.hold_kind = 'DATE'
                                 AND c.created_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) ),
                    ( SELECT COUNT(*) FROM primes_batch_register b
                       WHERE ( h.hold_kind = 'BATCH'
                               AND b.batch_number = h.hold_number )
                          OR ( h.hold_kind = 'DATE'
                               AND b.created_at::date BETWEEN
                                   h.hold_from AND h.hold_to ) ),
                    ( SELECT COUNT(*) FROM primes_request q
                       WHERE ( h.hold_kind = 'CLIENT'
                               AND TRIM(q.client_id) = h.hold_client )
                          OR ( h.hold_kind = 'DATE'
                               AND q.submitted_at::date BETWEEN
                                   h.hold_from AND h.hold_to ) ),
                    ( SELECT COUNT(*) FROM primes_milestones m
                       WHERE ( h.hold_kind = 'RUN'
                               AND m.run_id = h.hold_number )
                          OR ( h.hold_kind = 'DATE'
                               AND m.reached_at::date BETWEEN
                                   h.hold_from AND h.hold_to ) )
                    + ( SELECT COUNT(*) FROM primes_stream_log s
                         WHERE h.hold_kind = 'DATE'
                           AND s.completed_at::date BETWEEN
                               h.hold_from AND h.hold_to )
                    + ( SELECT COUNT(*) FROM primes_job_queue j
                         WHERE h.hold_kind = 'DATE'
                           AND j.submitted_at::date BETWEEN
                               h.hold_from AND h.hold_to )
                    + ( SELECT COUNT(*) FROM primes_segment g
                         WHERE h.hold_kind = 'DATE'
                           AND g.completed_at::date BETWEEN
                               h.hold_from AND h.hold_to )
               FROM primes_legal_hold h
              WHERE h.lifted_at IS NULL
                AND COALESCE(h.expires_on, CURRENT_DATE)
                    >= CURRENT_DATE
              ORDER BY h.hold_id
       END-EXEC.

       01 milestone-row.
        03 mlr-kind         pic x(5).
        03 mlr-threshold    pic 9(18).
              ORDER BY w.ident
       END-EXEC.

       01 numreq-row.
        03 nqr-id           pic 9(9).
        03 nqr-client       pic x(16).
        03 nqr-type         pic x(8).
        03 nqr-status       pic x(8).
        03 nqr-at           pic x(19).

       EXEC SQL AT primes
           DECLARE numreqcursor CURSOR FOR
             SELECT id, COALESCE(client_id, requested_by, ' '),
                    req_type, status,
                    TO_CHAR(submitted_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM primes_request
              WHERE number = :nd-number
                 OR ( number_to IS NOT NULL
                      AND :nd-number BETWEEN number AND number_to )
              ORDER BY submitted_at DESC, id DESC
              LIMIT 10
       END-EXEC.

       01 gl-state           pic x     value "N".
        88 gl-is-loaded       value "Y".
       01 gl-current-max     pic 9(18) value zero.
              LIMIT 50
       END-EXEC.

       01 so-match           pic x     value "N".
       01 so-locked          pic x     value "N".

       01 cq-registered      pic 9(9)  value zero.
       01 cq-used-today      pic 9(9)  value zero.
       01 clientusage-row.
              LIMIT 20
       END-EXEC.

       01 pc-offset          pic 9(18) value zero.
       01 pc-limit-work      pic 9(9)  value zero.
       01 rangeprime-row.
        03 rpr-ident        pic 9(18).
        03 rpr-prime        pic 9(18).

       EXEC SQL AT primes
           DECLARE rangecursor CURSOR FOR
             SELECT ident, prime
               FROM primes
              WHERE prime >= :pc-low
                AND prime <= :pc-high
              ORDER BY prime
       END-EXEC.

       01 rsprow-row.
        03 rsr-seq          pic 9(9).
        03 rsr-value        pic 9(18).

       EXEC SQL AT primes
           DECLARE rsprowcursor CURSOR FOR
             SELECT seq, value
               FROM primes_response_row
              WHERE request_id = :rq-id
              ORDER BY seq
       END-EXEC.

       01 apband-row.
        03 apr-band         pic 9(12).
        03 apr-found        pic 9(9).
        03 apr-length       pic 9(2).
        03 apr-start        pic 9(18).
        03 apr-diff         pic 9(9).
       01 aplength-row.
        03 apl-row-length   pic 9(2).
        03 apl-row-found    pic 9(9).

       EXEC SQL AT primes
           DECLARE apbandcursor CURSOR FOR
             SELECT band_no, found, length, start_prime, difference
               FROM ( SELECT band_no, length, start_prime, difference,
                             COUNT(*) OVER
                                 ( PARTITION BY band_no ) AS found,
                             ROW_NUMBER() OVER
                                 ( PARTITION BY band_no
                                   ORDER BY length DESC,
                                            start_prime,
                                            difference ) AS rn
                        FROM primes_ap_found
                       WHERE run_key = TRIM(:ap-run-key) ) apb
              WHERE rn = 1
              ORDER BY band_no
              LIMIT 50
       END-EXEC.

       EXEC SQL AT primes
           DECLARE aplengthcursor CURSOR FOR
             SELECT length, COUNT(*)
               FROM primes_ap_found
              WHERE run_key = TRIM(:ap-run-key)
              GROUP BY length
              ORDER BY length
              LIMIT 30
       END-EXEC.

       01 gf-total-work      pic 9(18) value zero.
       01 gf-count-work      pic 9(18) value zero.
       01 gf-max-work        pic 9(18) value zero.
       01 gapfreq-band-row.
        03 gfr-band         pic 9(12).
        03 gfr-gaps         pic 9(18).
        03 gfr-average      pic 9(5)v99.
        03 gfr-expected     pic 9(5)v99.
        03 gfr-champion     pic 9(9).
        03 gfr-champion-count pic 9(18).
       01 gapfreq-size-row.
        03 gfr-size         pic 9(9).
        03 gfr-count        pic 9(18).

       EXEC SQL AT primes
           DECLARE gapfreqbandcursor CURSOR FOR
             SELECT b.band_no, b.gaps,
                    ROUND( b.gap_sum / b.gaps, 2 ),
                    ROUND( CAST( LN( ( b.band_no + 0.5 ) * 1000000 )
                                 AS NUMERIC ), 2 ),
                    c.gap_size, c.gap_count
               FROM ( SELECT band_no, SUM(gap_count) AS gaps,
                             SUM(gap_size * gap_count) AS gap_sum
                        FROM primes_gap_freq
                       WHERE band_no >= :gf-start-band
                       GROUP BY band_no ) b
               JOIN ( SELECT band_no, gap_size, gap_count,
                             ROW_NUMBER() OVER
                                 ( PARTITION BY band_no
                                   ORDER BY gap_count DESC,
                                            gap_size ) AS rn
                        FROM primes_gap_freq
                       WHERE band_no >= :gf-start-band ) c
                 ON c.band_no = b.band_no
                AND c.rn = 1
              ORDER BY b.band_no
              LIMIT 50
       END-EXEC.

       01 iss-prime-back     pic 9(18) value zero.
       01 issue-row.
        03 isr-month        pic x(7).
        03 isr-requester    pic x(16).
        03 isr-purpose      pic x(32).
        03 isr-count        pic 9(9).
        03 isr-first        pic x(19).
        03 isr-last         pic x(19).

       EXEC SQL AT primes
           DECLARE issuecursor CURSOR FOR
             SELECT TO_CHAR(issued_at, 'YYYY-MM'), requester,
                    COALESCE(purpose, ' '), COUNT(*),
                    TO_CHAR(MIN(issued_at), 'YYYY-MM-DD HH24:MI:SS'),
                    TO_CHAR(MAX(issued_at), 'YYYY-MM-DD HH24:MI:SS')
               FROM primes_issued
              WHERE TO_CHAR(issued_at, 'YYYY-MM') = :iss-month
                 OR :iss-month = ' '
              GROUP BY 1, 2, 3
              ORDER BY 1, 2, 3
       END-EXEC.

       01 prov-row.
        03 pvr-type         pic x(16).
        03 pvr-id           pic x(40).
        03 pvr-count        pic 9(18).
        03 pvr-low          pic 9(18).
        03 pvr-high         pic 9(18).
        03 pvr-runs         pic 9(9).
        03 pvr-last-run     pic 9(9).

       EXEC SQL AT primes
           DECLARE provcursor CURSOR FOR
             SELECT COALESCE(origin_type, 'unknown'),
                    COALESCE(origin_id, ' '), COUNT(*),
                    MIN(prime), MAX(prime),
                    COUNT(DISTINCT origin_run),
                    COALESCE(MAX(origin_run), 0)
               FROM primes
              GROUP BY 1, 2
              ORDER BY MIN(prime)
       END-EXEC.

       01 userrpt-row.
        03 usr-ident        pic 9(18).
        03 usr-prime        pic 9(18).
        03 usr-twin         pic x.
        03 usr-band         pic 9(12).
        03 usr-gap          pic 9(18).
        03 usr-pal          pic x.
        03 usr-mer          pic x.
        03 usr-sg           pic x.
        03 usr-origin       pic x(16).
        03 usr-last-digit   pic 9.
        03 usr-digits       pic 9(2).
       01 userrpt-limit     pic 9(9).

      *    break keys sort first so the control breaks come out in
      *    order; the gap is to the previous stored prime
       EXEC SQL AT primes
           DECLARE userrptcursor CURSOR FOR
             SELECT q.ident, q.prime, q.is_twin, q.band_no, q.gap,
                    q.pal, q.mer, q.sg, q.origin, q.last_digit,
                    q.digits
               FROM ( SELECT p.ident, p.prime, p.is_twin,
                             FLOOR(p.prime / 1000000) AS band_no,
                             COALESCE( p.prime - LAG(p.prime)
                                         OVER (ORDER BY p.prime),
                                       p.prime -
                                       ( SELECT MAX(b.prime)
                                           FROM primes b
                                          WHERE b.prime < p.prime ),
                                       0 ) AS gap,
                             COALESCE(a.palindrome, 'N') AS pal,
                             COALESCE(a.mersenne, 'N') AS mer,
                             COALESCE(a.sophie_germain, 'N') AS sg,
                             COALESCE(p.origin_type, 'unknown')
                               AS origin,
                             MOD(p.prime, 10) AS last_digit,
                             LENGTH(CAST(p.prime AS TEXT)) AS digits
                        FROM primes p
                        LEFT JOIN primes_attributes a
                               ON a.ident = p.ident
                       WHERE p.prime >= :ur-prime-low
                         AND p.prime <= :ur-prime-high
                         AND p.ident >= :ur-ident-low
                         AND p.ident <= :ur-ident-high ) q
              WHERE ( :ur-twin = ' ' OR q.is_twin = :ur-twin )
                AND ( :ur-pal = 'N' OR q.pal = 'Y' )
                AND ( :ur-mer = 'N' OR q.mer = 'Y' )
                AND ( :ur-sg  = 'N' OR q.sg  = 'Y' )
                AND q.band_no >= :ur-band-low
                AND q.band_no <= :ur-band-high
              ORDER BY
                    CASE TRIM(:ur-break1)
                      WHEN 'BAND'      THEN q.band_no
                      WHEN 'DIGITS'    THEN q.digits
                      WHEN 'LASTDIGIT' THEN q.last_digit
                      WHEN 'TWIN' THEN
                        CASE q.is_twin WHEN 'Y' THEN 1 ELSE 0 END
                      ELSE 0 END,
                    CASE TRIM(:ur-break2)
                      WHEN 'BAND'      THEN q.band_no
                      WHEN 'DIGITS'    THEN q.digits
                      WHEN 'LASTDIGIT' THEN q.last_digit
                      WHEN 'TWIN' THEN
                        CASE q.is_twin WHEN 'Y' THEN 1 ELSE 0 END
                      ELSE 0 END,
                    CASE WHEN :ur-sort-dir = 'A' THEN
                      CASE TRIM(:ur-sort)
                        WHEN 'GAP'       THEN q.gap
                        WHEN 'BAND'      THEN q.band_no
                        WHEN 'DIGITS'    THEN q.digits
                        WHEN 'LASTDIGIT' THEN q.last_digit
                        WHEN 'IDENT'     THEN q.ident
                        ELSE q.prime END
                    END ASC,
                    CASE WHEN :ur-sort-dir = 'D' THEN
                      CASE TRIM(:ur-sort)
                        WHEN 'GAP'       THEN q.gap
                        WHEN 'BAND'      THEN q.band_no
                        WHEN 'DIGITS'    THEN q.digits
                        WHEN 'LASTDIGIT' THEN q.last_digit
                        WHEN 'IDENT'     THEN q.ident
                        ELSE q.prime END
                    END DESC,
                    q.prime
              LIMIT :userrpt-limit
       END-EXEC.

       01 delivery-row.
        03 dlr-id           pic 9(9).
        03 dlr-at           pic x(19).
        03 dlr-cat-id       pic 9(9).
        03 dlr-mode         pic x(16).
        03 dlr-filename     pic x(40).
        03 dlr-recipient    pic x(16).
        03 dlr-target       pic x(40).
        03 dlr-format       pic x.
        03 dlr-copies       pic 9(2).
        03 dlr-status       pic x(10).
        03 dlr-reason       pic x(60).
        03 dlr-resend-of    pic 9(9).

       EXEC SQL AT primes
           DECLARE deliverycursor CURSOR FOR
             SELECT id, TO_CHAR(logged_at, 'YYYY-MM-DD HH24:MI:SS'),
                    cat_id, mode, filename, recipient, target, fmt,
                    copies, status, COALESCE(reason, ' '),
                    COALESCE(resend_of, 0)
               FROM primes_delivery_log
              WHERE TRIM(recipient) = TRIM(:dv-sel-recipient)
                 OR :dv-sel-recipient = ' '
              ORDER BY recipient, logged_at, id
       END-EXEC.

       01 cfg-last-version   pic 9(6)  value zero.
       01 cfg-last-stamp     pic x(40) value space.
       01 cfg-last-print     pic x(32) value space.
       01 cfg-new-print      pic x(32) value space.
       01 cfgvers-row.
        03 cvr-version      pic 9(6).
        03 cvr-at           pic x(19).
        03 cvr-operator     pic x(16).
        03 cvr-run-id       pic 9(9).
        03 cvr-line-count   pic 9(6).
        03 cvr-approved-by  pic x(16).
        03 cvr-approved-at  pic x(19).
       01 cfgdiff-row.
        03 cdr-kind         pic x.
        03 cdr-line-no      pic 9(6).
        03 cdr-content      pic x(132).

       EXEC SQL AT primes
           DECLARE cfgverscursor CURSOR FOR
             SELECT version,
                    TO_CHAR(captured_at, 'YYYY-MM-DD HH24:MI:SS'),
                    COALESCE(operator, ' '), COALESCE(run_id, 0),
                    line_count, COALESCE(approved_by, ' '),
                    COALESCE( TO_CHAR(approved_at,
                                      'YYYY-MM-DD HH24:MI:SS'), ' ' )
               FROM primes_config_version
              WHERE file_name = TRIM(:cv-file)
                AND version >  :cv-old-version
                AND version <= :cv-new-version
              ORDER BY version
       END-EXEC.

      *    lines of the old version missing from the new one and the
      *    reverse; repeated lines are matched by their occurrence
       EXEC SQL AT primes
           DECLARE cfgdiffcursor CURSOR FOR
             SELECT d.kind, d.line_no, d.content
               FROM ( SELECT '-' AS kind, o.line_no, o.content
                        FROM ( SELECT line_no, content,
                                      ROW_NUMBER() OVER
                                        ( PARTITION BY content
                                          ORDER BY line_no ) AS n
                                 FROM primes_config_line
                                WHERE file_name = TRIM(:cv-file)
                                  AND version = :cv-old-version ) o
                       WHERE NOT EXISTS
                             ( SELECT 1
                                 FROM ( SELECT content,
                                               ROW_NUMBER() OVER
                                               ( PARTITION BY content
                                                 ORDER BY line_no )
                                               AS n
                                          FROM primes_config_line
                                         WHERE file_name =
                                               TRIM(:cv-file)
                                           AND version =
                                               :cv-new-version ) w
                                WHERE w.content = o.content
                                  AND w.n = o.n )
                      UNION ALL
                      SELECT '+' AS kind, w.line_no, w.content
                        FROM ( SELECT line_no, content,
                                      ROW_NUMBER() OVER
                                        ( PARTITION BY content
                                          ORDER BY line_no ) AS n
                                 FROM primes_config_line
                                WHERE file_name = TRIM(:cv-file)
                                  AND version = :cv-new-version ) w
                       WHERE NOT EXISTS
                             ( SELECT 1
                                 FROM ( SELECT content,
                                               ROW_NUMBER() OVER
                                               ( PARTITION BY content
                                                 ORDER BY line_no )
                                               AS n
                                          FROM primes_config_line
                                         WHERE file_name =
                                               TRIM(:cv-file)
                                           AND version =
                                               :cv-old-version ) o
                                WHERE o.content = w.content
                                  AND o.n = w.n ) ) d
              ORDER BY d.line_no,
                       CASE WHEN d.kind = '-' THEN 0 ELSE 1 END
       END-EXEC.

       01 orphan-row.
        03 orr-job-id       pic 9(9).
        03 orr-mode         pic x(16).
        03 orr-disp-id      pic x(40).
        03 orr-attempts     pic 9(3).
        03 orr-max-attempts pic 9(3).
       01 dispatcher-row.
        03 dpr-id           pic x(40).
        03 dpr-status       pic x(10).
        03 dpr-started      pic x(19).
        03 dpr-beat-secs    pic 9(9).
        03 dpr-job-id       pic 9(9).
        03 dpr-job-mode     pic x(16).

      *    median step time, -1 while no history is known
       01 sfw-typical      pic s9(9) value zero.

       01 streamhist-row.
        03 shr-name         pic x(16).
        03 shr-date         pic x(8).
        03 shr-started      pic x(19).
        03 shr-deadline     pic x(19).
        03 shr-first        pic x(19).
        03 shr-last         pic x(19).
        03 shr-actual       pic x(19).
        03 shr-status       pic x(10).
        03 shr-error-mins   pic s9(5).
        03 shr-forecasts    pic 9(5).

       EXEC SQL AT primes
           DECLARE streamhistcursor CURSOR FOR
             SELECT stream_name, stream_date,
                    TO_CHAR(started_at, 'YYYY-MM-DD HH24:MI:SS'),
                    COALESCE(TO_CHAR(deadline_at,
                               'YYYY-MM-DD HH24:MI:SS'), ' '),
                    COALESCE(TO_CHAR(first_predicted,
                               'YYYY-MM-DD HH24:MI:SS'), ' '),
                    COALESCE(TO_CHAR(last_predicted,
                               'YYYY-MM-DD HH24:MI:SS'), ' '),
                    COALESCE(TO_CHAR(finished_at,
                               'YYYY-MM-DD HH24:MI:SS'), ' '),
                    status,
                    CAST(COALESCE(ROUND(EXTRACT(EPOCH FROM
                           finished_at - first_predicted) / 60), 0)
                         AS NUMERIC(5)),
                    forecasts
               FROM primes_stream_run
              WHERE started_at >= CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:sh-days AS INTEGER) )
              ORDER BY stream_name, stream_date
       END-EXEC.

       EXEC SQL AT primes
           DECLARE streamrunningcursor CURSOR FOR
             SELECT stream_name, stream_date
               FROM primes_stream_run
              WHERE status = 'running'
                AND started_at > CURRENT_TIMESTAMP
                    - INTERVAL '2 days'
              ORDER BY started_at
       END-EXEC.

       01 triggerchain-row.
        03 tcr-root         pic 9(9).
        03 tcr-depth        pic 9(2).
        03 tcr-job-id       pic 9(9).
        03 tcr-parent       pic 9(9).
        03 tcr-trigger      pic x(16).
        03 tcr-mode         pic x(16).
        03 tcr-status       pic x(10).
        03 tcr-env          pic x(32).
        03 tcr-submitted    pic x(19).

      *    chains from the queue and its archive; a chain starts at a
      *    job without a parent that queued at least one follow-on
       EXEC SQL AT primes
           DECLARE triggerchaincursor CURSOR FOR
             WITH RECURSIVE j AS (
                    SELECT id, parent_job_id, trigger_name, mode,
                           status, env_name, submitted_at
                      FROM primes_job_queue
                    UNION ALL
                    SELECT id, parent_job_id, trigger_name, mode,
                           status, env_name, submitted_at
                      FROM primes_job_queue_archive ),
                  c ( root, id, depth, path ) AS (
                    SELECT r.id, r.id, 0,
                           CAST(LPAD(CAST(r.id AS VARCHAR), 9, '0')
                                AS VARCHAR(200))
                      FROM j r
                     WHERE r.parent_job_id IS NULL
                       AND r.submitted_at >= CURRENT_TIMESTAMP
                           - MAKE_INTERVAL( days =>
                               CAST(:tr-days AS INTEGER) )
                       AND EXISTS ( SELECT 1 FROM j k
                                     WHERE k.parent_job_id = r.id )
                    UNION ALL
                    SELECT c.root, f.id, c.depth + 1,
                           CAST(c.path || '.'
                                || LPAD(CAST(f.id AS VARCHAR), 9, '0')
                                AS VARCHAR(200))
                      FROM c
                      JOIN j f ON f.parent_job_id = c.id
                     WHERE c.depth < 9 )
             SELECT c.root, c.depth, j.id,
                    COALESCE(j.parent_job_id, 0),
                    COALESCE(j.trigger_name, ' '), j.mode, j.status,
                    COALESCE(j.env_name, ' '),
                    TO_CHAR(j.submitted_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM c
               JOIN j ON j.id = c.id
              ORDER BY c.path
       END-EXEC.

      *    running jobs whose dispatcher is no longer live
       EXEC SQL AT primes
           DECLARE orphancursor CURSOR FOR
             SELECT q.id, q.mode, q.dispatcher_id,
                    COALESCE(q.attempt_count, 1),
                    COALESCE(q.max_attempts, 3)
               FROM primes_job_queue q
              WHERE q.status = 'running'
                AND q.dispatcher_id IS NOT NULL
                AND NOT EXISTS ( SELECT 1 FROM primes_dispatcher d
                                  WHERE d.disp_id = q.dispatcher_id
                                    AND d.status = 'live' )
              ORDER BY q.id
              LIMIT 20
       END-EXEC.

      *    live dispatchers first, then those stopped or lapsed in
      *    the last day
       EXEC SQL AT primes
           DECLARE dispatchercursor CURSOR FOR
             SELECT d.disp_id, d.status,
                    TO_CHAR(d.started_at, 'YYYY-MM-DD HH24:MI:SS'),
                    CAST( EXTRACT( EPOCH FROM ( CURRENT_TIMESTAMP
                                                - d.heartbeat_at ) )
                          AS INTEGER ),
                    COALESCE(d.current_job, 0),
                    COALESCE( ( SELECT q.mode FROM primes_job_queue q
                                 WHERE q.id = d.current_job ), ' ' )
               FROM primes_dispatcher d
              WHERE d.status = 'live'
                 OR d.heartbeat_at > CURRENT_TIMESTAMP
                                     - INTERVAL '1 day'
              ORDER BY CASE WHEN d.status = 'live' THEN 0 ELSE 1 END,
                       d.heartbeat_at DESC
              LIMIT 20
       END-EXEC.

       01 session-tag        pic x(64) value space.
       01 session-tag-set    pic x(64) value space.
       01 session-row.
        03 ssr-pid          pic 9(9).
        03 ssr-mode         pic x(16).
        03 ssr-run-id       pic 9(9).
        03 ssr-state        pic x(20).
        03 ssr-since        pic x(19).
        03 ssr-secs         pic 9(9).
        03 ssr-wait         pic x(16).
        03 ssr-query        pic x(60).

       EXEC SQL AT primes
           DECLARE sessioncursor CURSOR FOR
             SELECT pid,
                    COALESCE( NULLIF( SPLIT_PART(application_name,
                                                 ' ', 2), '' ),
                              'none' ),
                    CASE WHEN SPLIT_PART(application_name, ' ', 3)
                              ~ '^[0-9]+$'
                         THEN CAST( SPLIT_PART(application_name,
                                               ' ', 3) AS NUMERIC(9) )
                         ELSE 0 END,
                    state,
                    TO_CHAR( CASE WHEN state = 'active'
                                  THEN query_start
                                  ELSE state_change END,
                             'YYYY-MM-DD HH24:MI:SS' ),
                    CAST( EXTRACT( EPOCH FROM
                          ( CLOCK_TIMESTAMP()
                            - CASE WHEN state = 'active'
                                   THEN query_start
                                   ELSE state_change END ) )
                          AS NUMERIC(9) ),
                    COALESCE(wait_event_type, ' '),
                    COALESCE( SUBSTR( REGEXP_REPLACE(query,
                                      '\s+', ' ', 'g'), 1, 60 ), ' ' )
               FROM pg_stat_activity
              WHERE datname = CURRENT_DATABASE()
                AND pid <> PG_BACKEND_PID()
                AND ( application_name = 'primes'
                      OR application_name LIKE 'primes %' )
                AND state IN ( 'active', 'idle in transaction',
                               'idle in transaction (aborted)' )
              ORDER BY 6 DESC
              LIMIT 50
       END-EXEC.

       01 space-row.
        03 spr-kind         pic x.
        03 spr-object       pic x(48).
        03 spr-parent       pic x(48).
        03 spr-bytes        pic 9(15).
        03 spr-rows         pic 9(18).
        03 spr-dead-tenths  pic 9(4).
        03 spr-last-maint   pic x(16).
        03 spr-scans        pic 9(18).
        03 spr-unique       pic x.
       01 space-stmt         pic x(80) value space.

       EXEC SQL AT primes
           DECLARE spacecursor CURSOR FOR
             SELECT kind, object, parent, size_bytes, row_est,
                    ROUND(dead_pct * 10),
                    COALESCE( TO_CHAR(last_maint,
                                      'YYYY-MM-DD HH24:MI'), ' ' ),
                    scans, is_unique
               FROM primes_space_snapshot
              WHERE snap_at = ( SELECT MAX(snap_at)
                                  FROM primes_space_snapshot )
              ORDER BY kind DESC, size_bytes DESC, object
       END-EXEC.

       01 threeway-row.
        03 twr-ident        pic 9(18).
        03 twr-prime        pic 9(18).
       01 threeway-batch-row.
        03 twb-number       pic 9(9).
        03 twb-first        pic 9(18).
        03 twb-last         pic 9(18).
        03 twb-records      pic 9(18).
        03 twb-tab-rows     pic 9(18).
        03 twb-tab-sum      pic 9(18).
       01 threeway-gap-row.
        03 twg-first        pic 9(18).
        03 twg-last         pic 9(18).
        03 twg-count        pic 9(18).

       EXEC SQL AT primes
           DECLARE threewaycursor CURSOR FOR
             SELECT ident, prime FROM primes
              ORDER BY prime
       END-EXEC.

       EXEC SQL AT primes
           DECLARE threewaybatchcursor CURSOR FOR
             WITH b AS (
                  SELECT batch_number, first_ident, last_ident,
                         record_count
                    FROM primes_batch_register
                   WHERE subscriber IS NULL
                     AND closed_at IS NOT NULL
                     AND COALESCE(record_count, 0) > 0
                  UNION ALL
                  SELECT batch_number, first_ident, last_ident,
                         record_count
                    FROM primes_batch_register_archive
                   WHERE subscriber IS NULL
                     AND closed_at IS NOT NULL
                     AND COALESCE(record_count, 0) > 0 )
             SELECT b.batch_number, b.first_ident, b.last_ident,
                    b.record_count,
                    ( SELECT COUNT(*) FROM primes p
                       WHERE p.ident BETWEEN b.first_ident
                                         AND b.last_ident ),
                    ( SELECT COALESCE( MOD( SUM(p.prime),
                                       1000000000000000000 ), 0 )
                        FROM primes p
                       WHERE p.ident BETWEEN b.first_ident
                                         AND b.last_ident )
               FROM b
              ORDER BY b.first_ident, b.batch_number
       END-EXEC.

       EXEC SQL AT primes
           DECLARE threewaygapcursor CURSOR FOR
             WITH b AS (
                  SELECT first_ident, last_ident
                    FROM primes_batch_register
                   WHERE subscriber IS NULL
                     AND closed_at IS NOT NULL
                     AND COALESCE(record_count, 0) > 0
                  UNION ALL
                  SELECT first_ident, last_ident
                    FROM primes_batch_register_archive
                   WHERE subscriber IS NULL
                     AND closed_at IS NOT NULL
                     AND COALESCE(record_count, 0) > 0 )
             SELECT MIN(g.ident), MAX(g.ident), COUNT(*)
               FROM ( SELECT p.ident,
                             p.ident - ROW_NUMBER()
                                 OVER ( ORDER BY p.ident ) AS island
                        FROM primes p
                       WHERE NOT EXISTS
                             ( SELECT 1 FROM b
                                WHERE p.ident BETWEEN b.first_ident
                                                  AND b.last_ident )
                    ) g
              GROUP BY g.island
              ORDER BY 1
       END-EXEC.

       EXEC SQL AT primes
           DECLARE gapfreqsizecursor CURSOR FOR
             SELECT gap_size, SUM(gap_count)
               FROM primes_gap_freq
              WHERE band_no = :gf-band-filter
                 OR :gf-band-only = 'N'
              GROUP BY gap_size
              ORDER BY gap_size
              LIMIT 200
       END-EXEC.

       01 rt-keep-work       pic 9(4)  value zero.
       01 rt-filter-work     pic x(12) value space.
       01 rt-rows-work       pic 9(9)  value zero.
       01 rt-held-work       pic 9(9)  value zero.
       01 rt-blank-filter    pic x     value "Y".
       01 rt-archive-state   pic x     value "Y".
        88 rt-archive-is-ok   value "Y".

       01 joboutput-row.
        03 jor-source       pic x.
        03 jor-id           pic 9(9).
        03 jor-file         pic x(40).
        03 jor-held         pic x.
       01 jor-filename      pic x(40) value space.

       EXEC SQL AT primes
           DECLARE joboutputcursor CURSOR FOR
             SELECT 'Q', id, output_file,
                    CASE WHEN EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND submitted_at::date BETWEEN
                                         h.hold_from AND h.hold_to ) ) )
                    THEN 'Y' ELSE 'N' END
               FROM primes_job_queue
              WHERE output_file IS NOT NULL
                AND output_purged_at IS NULL
                AND finished_at IS NOT NULL
                AND ( :rt-blank-filter = 'Y'
                      OR TRIM(status) = TRIM(:rt-filter-work) )
                AND finished_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
             UNION ALL
             SELECT 'A', id, output_file,
                    CASE WHEN EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND submitted_at::date BETWEEN
                                         h.hold_from AND h.hold_to ) ) )
                    THEN 'Y' ELSE 'N' END
               FROM primes_job_queue_archive
              WHERE output_file IS NOT NULL
                AND output_purged_at IS NULL
                AND finished_at IS NOT NULL
                AND ( :rt-blank-filter = 'Y'
                      OR TRIM(status) = TRIM(:rt-filter-work) )
                AND finished_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
       END-EXEC.

       01 retpolicy-row.
        03 rtp-table        pic x(32).
        03 rtp-filter       pic x(12).
              LIMIT 50
       END-EXEC.

      *    a month links when its hash is the one the close computed
      *    from the entry before it; corrective runs are reconciles,
      *    verifies, rollbacks and restores from that month to year end
       01 yearmonth-row.
        03 ymr-period       pic x(6).
        03 ymr-rows         pic 9(18).
        03 ymr-prior        pic 9(18).
        03 ymr-max-prime    pic 9(18).
        03 ymr-iface        pic 9(9).
        03 ymr-milestones   pic 9(9).
        03 ymr-activity     pic 9(18).
        03 ymr-discrepancy  pic s9(18).
        03 ymr-link         pic x.
        03 ymr-hash         pic x(32).
        03 ymr-cost         pic 9(9)v99.
        03 ymr-runs         pic 9(9).
        03 ymr-fixes        pic 9(5).
        03 ymr-resolution   pic x(60).

       EXEC SQL AT primes
           DECLARE yearmonthcursor CURSOR FOR
             SELECT l.period, COALESCE(l.row_count, 0),
                    COALESCE(l.prior_row_count, 0),
                    COALESCE(l.max_prime, 0),
                    COALESCE(l.iface_records, 0),
                    COALESCE(l.milestones_reached, 0),
                    COALESCE(l.activity_rows, 0),
                    COALESCE(l.discrepancy, 0),
                    l.link_ok, l.ledger_hash,
                    ( SELECT COALESCE(SUM(r.cost), 0)
                        FROM primes_run_log r
                       WHERE TO_CHAR(r.start_time, 'YYYYMM')
                             = l.period ),
                    ( SELECT COUNT(*)
                        FROM primes_run_log r
                       WHERE TO_CHAR(r.start_time, 'YYYYMM')
                             = l.period ),
                    ( SELECT COUNT(*)
                        FROM primes_run_log r
                       WHERE r.mode IN ( 'reconcile', 'threeway',
                                         'verify', 'rollback',
                                         'restore' )
                         AND TO_CHAR(r.start_time, 'YYYYMM')
                             >= l.period
                         AND TO_CHAR(r.start_time, 'YYYY')
                             = :yl-year ),
                    COALESCE(
                      ( SELECT i.resolution
                          FROM primes_incident i
                         WHERE i.closed_at IS NOT NULL
                           AND TO_CHAR(i.opened_at, 'YYYYMM')
                               = l.period
                         ORDER BY i.closed_at DESC
                         LIMIT 1 ), ' ')
               FROM ( SELECT p.*,
                             CASE WHEN p.ledger_hash = MD5(
                                  COALESCE( LAG(p.ledger_hash)
                                    OVER ( ORDER BY p.period ),
                                    'seed' )
                                  || p.period
                                  || CAST(p.row_count AS TEXT)
                                  || CAST(p.max_prime AS TEXT) )
                                  THEN 'Y' ELSE 'N' END AS link_ok
                        FROM primes_period_ledger p ) l
              WHERE SUBSTR(l.period, 1, 4) = :yl-year
              ORDER BY l.period
              LIMIT 12
       END-EXEC.

       01 rty-attempt        pic 9(2)  value zero.
       01 rty-connect-max    pic 9(2)  value 5.
       01 rty-base-wait      pic 9(4)  value 5.

           copy primes-ui.

           copy primes-math.

           copy primes-bmap.

           copy primes-sign.

       01 bitmap-usable      pic x     value "N".
        88 bitmap-is-usable   value "Y".
       01 lookup-row-count   pic 9(18) value zero.
       01 lookup-coverage    pic x     value "N".
        88 lookup-coverage-known value "Y".

       linkage section.

           copy primes-dal.
               perform r86e-job-submit
             when dal-job-list
               perform r86f-job-list
             when dal-job-class-set
               perform r86h-job-class-set
             when dal-job-output-find
               perform r86i-job-output-find
             when dal-job-milestones
               perform r86j-job-milestones
             when dal-trigger-chain-cursor
               perform r86k-trigger-chain-cursor
             when dal-trigger-chain-next
               perform r86l-trigger-chain-next
             when dal-job-update
               perform r86g-job-update
             when dal-stream-check
               perform r86c-stream-check
             when dal-stream-save
               perform r86d-stream-save
             when dal-stream-run-start
               perform r86m-stream-run-start
             when dal-stream-plan
               perform r86n-stream-plan
             when dal-stream-step-start
               perform r86o-stream-step-start
             when dal-stream-forecast
               perform r86p-stream-forecast
             when dal-stream-run-finish
               perform r86q-stream-run-finish
             when dal-stream-running
               perform r86r-stream-running
             when dal-stream-hist-cursor
               perform r86s-stream-hist-cursor
             when dal-stream-hist-next
               perform r86t-stream-hist-next
             when dal-mode-duration
               perform r86u-mode-duration
             when dal-lock-acquire
               perform r87a-acquire-run-lock
             when dal-lock-release
               perform r68b-alert-set
             when dal-alert-errors
               perform r68c-alert-errors
             when dal-incident-open
               perform r68e-incident-open
             when dal-incident-attach
               perform r68f-incident-attach
             when dal-incident-update
               perform r68g-incident-update
             when dal-incident-ack
               perform r68h-incident-ack
             when dal-incident-close
               perform r68i-incident-close
             when dal-incident-group
               perform r68j-incident-group
             when dal-incident-list
               perform r68k-incident-list
             when dal-incident-cursor
               perform r68l-incident-cursor
             when dal-incident-next
               perform r68m-incident-next
             when dal-runbook-keys-cursor
               perform r68o-runbook-keys-cursor
             when dal-runbook-keys-next
               perform r68p-runbook-keys-next
             when dal-timeline-cursor
               perform r68q-timeline-cursor
             when dal-timeline-next
               perform r68r-timeline-next
             when dal-loadtest-pending
               perform r68s-loadtest-pending
             when dal-loadtest-measure
               perform r68t-loadtest-measure
             when dal-loadtest-baseline
               perform r68u-loadtest-baseline
             when dal-loadtest-save
               perform r68v-loadtest-save
             when dal-hold-place
               perform r68x-hold-place
             when dal-hold-lift
               perform r68y-hold-lift
             when dal-hold-list
               perform r68z-hold-list
             when dal-milestone-list
               perform r68d-milestone-list
             when dal-gap-ledger-list
               perform r62-audit-write
             when dal-audit-page
               perform r62a-audit-page
             when dal-signon-check
               perform r62b-signon-check
             when dal-signon-secret
               perform r62c-signon-secret
             when dal-signon-lock
               perform r62d-signon-lock
             when dal-access-review
               perform r62e-operator-review
             when dal-approval-file
               perform r61-approval-file
             when dal-approval-list
               perform r52-catalog-fetch
             when dal-dashboard
               perform r51-dashboard
             when dal-metrics-gather
               perform r51a-metrics
             when dal-number-detail
               perform r51b-number-detail
             when dal-period-close
               perform r50-period-close
             when dal-year-gather
               perform r50a-year-gather
             when dal-year-seal
               perform r50b-year-seal
             when dal-retention-sweep
               perform r49-retention-sweep
             when dal-preflight
               perform r47-journal-write
             when dal-journal-page
               perform r47a-journal-page
             when dal-nth-prime
               perform r46-nth-prime
             when dal-prime-count
               perform r46a-prime-count
             when dal-range-count
               perform r46b-range-count
             when dal-range-cursor
               perform r46c-range-cursor
             when dal-range-next
               perform r46d-range-next
             when dal-range-answer
               perform r46e-range-answer
             when dal-rsprow-cursor
               perform r46g-rsprow-cursor
             when dal-rsprow-next
               perform r46h-rsprow-next
             when dal-table-coverage
               perform r46i-coverage-method
             when dal-bitmap-lookup
               perform r82e-bitmap-lookup
             when dal-ap-clear
               perform r46j-ap-clear
             when dal-ap-record
               perform r46k-ap-record
             when dal-ap-summary
               perform r46l-ap-summary
             when dal-gapfreq-update
               perform r46m-gapfreq-update
             when dal-gapfreq-bands
               perform r46n-gapfreq-bands
             when dal-gapfreq-sizes
               perform r46o-gapfreq-sizes
             when dal-issue-take
               perform r46p-issue-take
             when dal-issue-cursor
               perform r46q-issue-cursor
             when dal-issue-next
               perform r46r-issue-next
             when dal-rsprow-put
               perform r46s-rsprow-put
             when dal-prov-cursor
               perform r46t-prov-cursor
             when dal-prov-next
               perform r46u-prov-next
             when dal-prov-number
               perform r46v-prov-number
             when dal-userrpt-open
               perform r46w-userrpt-open
             when dal-userrpt-next
               perform r46x-userrpt-next
             when dal-delivery-log
               perform r46y-delivery-log
             when dal-delivery-cursor
               perform r46z-delivery-cursor
             when dal-delivery-next
               perform r47b-delivery-next
             when dal-delivery-fetch
               perform r47c-delivery-fetch
             when dal-threeway-cursor
               perform r47d-threeway-cursor
             when dal-threeway-next
               perform r47e-threeway-next
             when dal-threeway-batches
               perform r47f-threeway-batches
             when dal-threeway-batch-next
               perform r47g-threeway-batch-next
             when dal-threeway-gaps
               perform r47h-threeway-gaps
             when dal-threeway-gap-next
               perform r47i-threeway-gap-next
             when dal-inventory-probe
               perform r47j-inventory-probe
             when dal-schema-status
               perform r47m-schema-status
             when dal-schema-apply
               perform r47n-schema-apply
             when dal-space-snapshot
               perform r47o-space-snapshot
             when dal-space-cursor
               perform r47p-space-cursor
             when dal-space-next
               perform r47q-space-next
             when dal-space-maintain
               perform r47r-space-maintain
             when dal-session-scan
               perform r47s-session-scan
             when dal-session-cancel
               perform r47t-session-cancel
             when dal-config-check
               perform r47u-config-check
             when dal-config-stage
               perform r47v-config-stage
             when dal-config-line
               perform r47w-config-line
             when dal-config-track
               perform r47x-config-track
             when dal-config-approve
               perform r47y-config-approve
             when dal-config-span
               perform r47z-config-span
             when dal-config-vers-cursor
               perform r47za-config-vers-cursor
             when dal-config-vers-next
               perform r47zb-config-vers-next
             when dal-config-diff-cursor
               perform r47zc-config-diff-cursor
             when dal-config-diff-next
               perform r47zd-config-diff-next
             when dal-disp-register
               perform r47ze-disp-register
             when dal-disp-heartbeat
               perform r47zf-disp-heartbeat
             when dal-disp-deregister
               perform r47zg-disp-deregister
             when dal-disp-orphans
               perform r47zh-disp-orphans
             when dal-job-orphan
               perform r47zi-job-orphan
             when dal-disp-list
               perform r47zj-disp-list
             when other
               move 1 to dal-result
           end-evaluate.
       r82-lookup-prime.

           move "N" to lookup-found.
           perform r82b-lookup-coverage.

           if lookup-number < 2
             move "N" to lookup-found
             move 0   to dal-result
           else
           if bitmap-is-usable and lookup-number <= lookup-max-prime
             move "bitmap"      to lookup-method
             move lookup-number to bmap-number
             move 'test'        to bmap-methods
             call "primesbmap" using primes-bmap
             move bmap-bit      to lookup-found
             move 0   to dal-result
           else
           if lookup-number > lookup-max-prime
             move "computed"    to lookup-method
             move lookup-number to math-number
             move 'isprime'     to math-methods
             call "primesmath" using primes-math
             move math-prime-flag to lookup-found
             move 0   to dal-result
           else
             EXEC SQL at primes
               SELECT CASE WHEN EXISTS (

           move "N" to nearest-below-found nearest-above-found.
           move zero to nearest-below nearest-above.
           perform r82b-lookup-coverage.

           if lookup-number > lookup-max-prime
             move "computed"    to lookup-method
             move lookup-number to math-number
             move 'prevprime'   to math-methods
             call "primesmath" using primes-math
             move math-found    to nearest-below
             move 'nextprime'   to math-methods
             call "primesmath" using primes-math
             move math-found    to nearest-above
             if nearest-below > 0
               move "Y" to nearest-below-found
             end-if
             if nearest-above > 0
               move "Y" to nearest-above-found
             end-if
             move 0 to dal-result
           else
           if bitmap-is-usable
             perform r82g-nearest-from-bitmap
           else
             perform r82c-nearest-from-table.

      *    coverage and the bitmap are settled once per connection;
      *    they are read again only when the bitmap file was closed
      *    or reopened by another caller in the meantime. Primes are
      *    only ever added, so a coverage read earlier still answers
      *    correctly, the numbers above it are computed
       r82b-lookup-coverage.

           move "table" to lookup-method.

           if lookup-coverage-known and bitmap-is-usable
             move 'state' to bmap-methods
             call "primesbmap" using primes-bmap
             if not bmap-is-present
               move "N" to lookup-coverage bitmap-usable.

           if not lookup-coverage-known
             perform r82h-read-coverage.

      *    ident runs 1..n without gaps, so its highest value is the
      *    row count and comes from the index like MAX(prime); should
      *    the gap check ever find a hole, the bitmap merely looks
      *    stale and the table answers
       r82h-read-coverage.

           move zero    to lookup-max-prime lookup-row-count.

           EXEC SQL at primes
             SELECT COALESCE(MAX(ident), 0), COALESCE(MAX(prime), 0)
                    INTO :lookup-row-count, :lookup-max-prime
               FROM primes
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl lookup coverage nok" upon scherm
             move "N" to bitmap-usable
           else
             perform r82d-bitmap-open
             move "Y" to lookup-coverage.

      *    the bitmap file answers only while it covers exactly what
      *    the primes table holds, the same test as the healthcheck:
      *    same highest prime and same number of primes; otherwise the
      *    table is asked
       r82d-bitmap-open.

           move "N" to bitmap-usable.
           move 'open' to bmap-methods.
           call "primesbmap" using primes-bmap.
           if bmap-is-present
              and lookup-max-prime > zero
              and bmap-limit = lookup-max-prime
              and bmap-row-count = lookup-row-count
             move "Y" to bitmap-usable
           else
             move 'close' to bmap-methods
             call "primesbmap" using primes-bmap.

       r82e-bitmap-lookup.

           move "N"    to lookup-found.
           move spaces to lookup-method.
           perform r82b-lookup-coverage.

           if bitmap-is-usable and lookup-number <= lookup-max-prime
             move "bitmap"      to lookup-method
             move lookup-number to bmap-number
             move 'test'        to bmap-methods
             call "primesbmap" using primes-bmap
             move bmap-bit      to lookup-found.

           move 0 to dal-result.

      *    the file is closed only while it is still this program's
      *    open, never one another caller made since
       r82f-bitmap-close.

           if bitmap-is-usable
             move 'state' to bmap-methods
             call "primesbmap" using primes-bmap
             if bmap-is-present
               move 'close' to bmap-methods
               call "primesbmap" using primes-bmap.
           move "N" to lookup-coverage bitmap-usable.

       r82g-nearest-from-bitmap.

           move "bitmap"      to lookup-method.
           move lookup-number to bmap-number.
           move 'test'        to bmap-methods.
           call "primesbmap" using primes-bmap.

           if bmap-is-prime
             move lookup-number to nearest-below nearest-above
           else
             move 'prev' to bmap-methods
             call "primesbmap" using primes-bmap
             move bmap-found to nearest-below
             move 'next' to bmap-methods
             call "primesbmap" using primes-bmap
             move bmap-found to nearest-above.

           if nearest-below > 0
             move "Y" to nearest-below-found.
           if nearest-above > 0
             move "Y" to nearest-above-found.
           move 0 to dal-result.

       r82c-nearest-from-table.

           EXEC SQL at primes
             SELECT COALESCE(MAX(prime), 0) INTO :nearest-below
           move zero to job-id job-ceiling job-param1 job-param2.
           move space to job-mode job-env.

      *    dispatchers take the queue lock in turn so that two of them
      *    cannot both fill the last free place of a class
           if job-aging-mins = zero
             move 15 to job-aging-mins.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :jqr-priority
               FROM ( SELECT PG_ADVISORY_XACT_LOCK(7703) ) lk
           END-EXEC.

           EXEC SQL at primes
             UPDATE primes_job_queue
                SET status = 'running',
                    started_at = CURRENT_TIMESTAMP,
                    attempt_count = COALESCE(attempt_count, 0) + 1,
                    dispatcher_id = NULLIF(TRIM(:beat-disp-id), ''),
                    output_file   = 'primes_job_'
                                    || LPAD(CAST(id AS VARCHAR), 9, '0')
                                    || '.out'
              WHERE id = ( SELECT q.id FROM primes_job_queue q
                            WHERE q.status = 'pending'
                              AND ( q.next_attempt_at IS NULL
                                    OR q.next_attempt_at
                                       <= CURRENT_TIMESTAMP )
                              AND ( SELECT COUNT(*)
                                      FROM primes_job_queue r
                                     WHERE r.status = 'running'
                                       AND COALESCE(r.job_class,
                                                    'REPORT')
                                         = COALESCE(q.job_class,
                                                    'REPORT') )
                                  < COALESCE(
                                      ( SELECT c.max_running
                                          FROM primes_job_class c
                                         WHERE c.job_class =
                                               COALESCE(q.job_class,
                                                        'REPORT') ),
                                      1 )
                            ORDER BY COALESCE(q.priority, 5)
                                     + FLOOR( EXTRACT( EPOCH FROM
                                         ( CURRENT_TIMESTAMP
                                           - q.submitted_at ) )
                                         / 60 / :job-aging-mins ) DESC,
                                     q.id
                            LIMIT 1 )
              RETURNING id, mode, COALESCE(ceiling, 0),
                        COALESCE(env_name, ' '),
                        COALESCE(param1, 0), COALESCE(param2, 0),
                        COALESCE(requested_by, ' '),
                        output_file, COALESCE(chain_depth, 0)
                   INTO :job-id, :job-mode, :job-ceiling,
                        :job-env, :job-param1, :job-param2,
                        :job-requested, :job-output-file,
                        :job-chain-depth
           END-EXEC.

           evaluate true
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               perform r84-commit-work
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl job queue fetch nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 0150 to errlog-msgno
               move 'Job queue fetch failed.' to errlog-message
               perform r00b-log-error
                    result      = :job-result,
                    report_file = :job-report-file
              WHERE id = :job-id
                AND ( dispatcher_id IS NULL
                      OR dispatcher_id = TRIM(:beat-disp-id) )
             RETURNING status INTO :job-final-status
           END-EXEC.

      *    no row: another dispatcher has taken the job over and
      *    finishes it itself, nothing is wrong here
           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move spaces to job-final-status
               move 0 to dal-result
             when other
               move spaces to job-final-status
               display SQLCODE upon scherm
               display "primes.cbl job queue finish nok" upon scherm
               move 0151 to errlog-msgno
               move 'Job queue finish failed.' to errlog-message
               perform r00b-log-error
               move 1 to dal-result
           end-evaluate.

       r86e-job-submit.

             INSERT INTO primes_job_queue
                    ( mode, ceiling, env_name, param1, param2,
                      requested_by, status, submitted_at,
                      max_attempts, retry_delay, attempt_count,
                      job_class, priority, parent_job_id,
                      trigger_name, chain_depth )
             SELECT TRIM(:job-mode), :job-ceiling,
                    TRIM(:job-env), :job-param1, :job-param2,
                    TRIM(:job-requested), 'pending',
                    CURRENT_TIMESTAMP, :job-max-attempts,
                    :job-retry-delay, 0, c.cls,
                    COALESCE( NULLIF( CAST(:job-priority AS NUMERIC),
                                      99 ),
                              CASE c.cls WHEN 'QUICK' THEN 7
                                         WHEN 'BATCH' THEN 3
                                         ELSE 5 END ),
                    NULLIF(:job-parent-id, 0),
                    NULLIF(TRIM(:job-trigger), ''),
                    :job-chain-depth
               FROM ( SELECT COALESCE( NULLIF( TRIM(:job-class), '' ),
                                       CASE WHEN TRIM(:job-mode) IN
                                              ( 'lookup', 'nearest',
                                                'factor', 'dryrun',
                                                'stats' )
                                            THEN 'QUICK'
                                            WHEN TRIM(:job-mode) IN
                                              ( 'generate', 'import' )
                                            THEN 'BATCH'
                                            ELSE 'REPORT' END )
                             AS cls ) c
             RETURNING id INTO :job-id
           END-EXEC.

                            or jq-count >= 20
               EXEC SQL FETCH jobqueuecursor
                 INTO :jqr-id, :jqr-mode, :jqr-status,
                      :jqr-submitted, :jqr-requested, :jqr-result,
                      :jqr-class, :jqr-priority, :jqr-reason
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to jq-count
                 move jqr-submitted to jq-submitted(jq-count)
                 move jqr-requested to jq-requested(jq-count)
                 move jqr-result    to jq-result(jq-count)
                 move jqr-class     to jq-class(jq-count)
                 move jqr-priority  to jq-priority(jq-count)
                 move jqr-reason    to jq-reason(jq-count)
               end-if
             end-perform
             move 0 to dal-result

           EXEC SQL CLOSE jobqueuecursor END-EXEC.

           move zero to jc-count.

           EXEC SQL OPEN jobclasscursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or jc-count >= 10
               EXEC SQL FETCH jobclasscursor
                 INTO :jcr-class, :jcr-max, :jcr-running,
                      :jcr-pending
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to jc-count
                 move jcr-class   to jc-class(jc-count)
                 move jcr-max     to jc-max(jc-count)
                 move jcr-running to jc-running(jc-count)
                 move jcr-pending to jc-pending(jc-count)
               end-if
             end-perform
           else
             display SQLCODE upon scherm
             display "primes.cbl open job class cursor nok"
               upon scherm.

           EXEC SQL CLOSE jobclasscursor END-EXEC.

      *    the job may already have been moved to the archive
       r86i-job-output-find.

           move "N"    to job-found job-output-purged.
           move spaces to job-output-file job-status.

           EXEC SQL at primes
             SELECT COALESCE(output_file, ' '), status,
                    CASE WHEN output_purged_at IS NULL
                         THEN 'N' ELSE 'Y' END
                    INTO :job-output-file, :job-status,
                         :job-output-purged
               FROM ( SELECT output_file, status, output_purged_at
                        FROM primes_job_queue
                       WHERE id = :job-id
                      UNION ALL
                      SELECT output_file, status, output_purged_at
                        FROM primes_job_queue_archive
                       WHERE id = :job-id ) j
              LIMIT 1
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to job-found
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl job output find nok" upon scherm
               move 1 to dal-result
           end-evaluate.

      *    milestones the job's run recorded in its own schema
       r86j-job-milestones.

           move zero to job-milestone-count.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :job-milestone-count
               FROM primes_milestones
              WHERE reached_at >=
                    TO_TIMESTAMP(:job-since, 'YYYYMMDDHH24MISS')
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl job milestone count nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move zero to job-milestone-count
             move 1 to dal-result.

       r86k-trigger-chain-cursor.

           EXEC SQL OPEN triggerchaincursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open trigger chain cursor nok"
               upon scherm
             move 1 to dal-result.

       r86l-trigger-chain-next.

           EXEC SQL FETCH triggerchaincursor
             INTO :tcr-root, :tcr-depth, :tcr-job-id, :tcr-parent,
                  :tcr-trigger, :tcr-mode, :tcr-status, :tcr-env,
                  :tcr-submitted
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move tcr-root      to tr-root
               move tcr-depth     to tr-depth
               move tcr-job-id    to tr-job-id
               move tcr-parent    to tr-parent
               move tcr-trigger   to tr-trigger
               move tcr-mode      to tr-mode
               move tcr-status    to tr-status
               move tcr-env       to tr-env
               move tcr-submitted to tr-submitted
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE triggerchaincursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl trigger chain fetch nok"
                 upon scherm
               EXEC SQL CLOSE triggerchaincursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    a deadline before the start of the stream is taken as
      *    the next morning; a rerun keeps the night's first start,
      *    deadline and forecast
       r86m-stream-run-start.

           perform s00bg-ensure-stream-forecast.

           EXEC SQL at primes
             INSERT INTO primes_stream_run
                    ( stream_name, stream_date, started_at, status,
                      deadline_at, breach_alerted, forecasts )
                    VALUES ( :strm-name, :strm-date, CURRENT_TIMESTAMP,
                             'running',
                             CASE WHEN TRIM(:sf-deadline-hhmm) = ''
                                  THEN NULL
                                  WHEN TO_TIMESTAMP(:strm-date
                                         || :sf-deadline-hhmm,
                                         'YYYYMMDDHH24MI')
                                       <= CURRENT_TIMESTAMP
                                  THEN TO_TIMESTAMP(:strm-date
                                         || :sf-deadline-hhmm,
                                         'YYYYMMDDHH24MI')
                                       + INTERVAL '1 day'
                                  ELSE TO_TIMESTAMP(:strm-date
                                         || :sf-deadline-hhmm,
                                         'YYYYMMDDHH24MI') END,
                             'N', 0 )
             ON CONFLICT ( stream_name, stream_date )
             DO UPDATE SET
                    status      = 'running',
                    finished_at = NULL,
                    deadline_at =
                      COALESCE(primes_stream_run.deadline_at,
                               EXCLUDED.deadline_at)
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl stream run start nok" upon scherm
             move 0495 to errlog-msgno
             move 'Stream forecast not recorded.' to errlog-message
             perform r00b-log-error
             move 1 to dal-result.

      *    the step's own history first, else the run log of its mode
       r86n-stream-plan.

           move -1 to sfw-typical.

           EXEC SQL at primes
             SELECT COALESCE(CAST(PERCENTILE_CONT(0.5)
                      WITHIN GROUP ( ORDER BY s.secs ) AS NUMERIC(9)),
                      -1)
               INTO :sfw-typical
               FROM ( SELECT EXTRACT(EPOCH FROM
                               completed_at - started_at) AS secs
                        FROM primes_stream_log
                       WHERE stream_name = :strm-name
                         AND step_no     = :strm-step
                         AND mode        = TRIM(:strm-mode)
                         AND status      = 'complete'
                         AND started_at IS NOT NULL
                         AND stream_date < :strm-date
                       ORDER BY stream_date DESC
                       LIMIT 10 ) s
           END-EXEC.

           if SQLCODE not = 0
             EXEC SQL at primes ROLLBACK END-EXEC
             move -1 to sfw-typical.

           if sfw-typical < zero
             EXEC SQL at primes
               SELECT COALESCE(CAST(PERCENTILE_CONT(0.5)
                        WITHIN GROUP ( ORDER BY r.secs )
                        AS NUMERIC(9)), -1)
                 INTO :sfw-typical
                 FROM ( SELECT EXTRACT(EPOCH FROM
                                 end_time - start_time) AS secs
                          FROM primes_run_log
                         WHERE mode = TRIM(:strm-mode)
                           AND end_time IS NOT NULL
                           AND result = 0
                         ORDER BY start_time DESC
                         LIMIT 10 ) r
             END-EXEC
             if SQLCODE not = 0
               EXEC SQL at primes ROLLBACK END-EXEC
               move -1 to sfw-typical
             end-if
           end-if.

           EXEC SQL at primes
             INSERT INTO primes_stream_plan
                    ( stream_name, stream_date, step_no, mode,
                      typical_secs )
                    VALUES ( :strm-name, :strm-date, :strm-step,
                             TRIM(:strm-mode),
                             NULLIF(:sfw-typical, -1) )
             ON CONFLICT ( stream_name, stream_date, step_no )
             DO UPDATE SET
                    mode         = EXCLUDED.mode,
                    typical_secs = EXCLUDED.typical_secs
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             if sfw-typical < zero
               move zero to sf-typical-secs
             else
               move sfw-typical to sf-typical-secs
             end-if
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl stream plan nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move zero to sf-typical-secs
             move 1 to dal-result.

       r86o-stream-step-start.

           EXEC SQL at primes
             INSERT INTO primes_stream_log
                    ( stream_name, stream_date, step_no, mode,
                      status, started_at )
                    VALUES ( :strm-name, :strm-date, :strm-step,
                             :strm-mode, 'running', CURRENT_TIMESTAMP )
             ON CONFLICT ( stream_name, stream_date, step_no )
             DO UPDATE SET
                    mode         = :strm-mode,
                    status       = 'running',
                    result       = NULL,
                    started_at   = CURRENT_TIMESTAMP,
                    completed_at = NULL
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl stream step start nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

      *    the running step is given what is left of its typical
      *    time, the steps not yet started their whole typical time;
      *    the first forecast of a breach is returned once per night
       r86p-stream-forecast.

           move spaces to sf-predicted sf-deadline.
           move "N"    to sf-breach-new.

           EXEC SQL at primes
             SELECT TO_CHAR(CURRENT_TIMESTAMP
                      + MAKE_INTERVAL( secs =>
                          CAST(t.rem AS DOUBLE PRECISION) ),
                      'YYYY-MM-DD HH24:MI:SS'),
                    t.rem, t.unk
               INTO :sf-predicted, :sf-remaining-secs,
                    :sf-unknown-steps
               FROM ( SELECT CAST(COALESCE(SUM(
                               CASE WHEN l.status = 'complete'
                                    THEN 0
                                    WHEN l.status = 'running'
                                    THEN GREATEST(
                                           COALESCE(p.typical_secs, 0)
                                           - EXTRACT(EPOCH FROM
                                               CURRENT_TIMESTAMP
                                               - l.started_at), 0)
                                    ELSE COALESCE(p.typical_secs, 0)
                               END), 0) AS NUMERIC(9)) AS rem,
                             COUNT(*) FILTER
                               ( WHERE p.typical_secs IS NULL
                                   AND COALESCE(l.status, ' ')
                                       <> 'complete' ) AS unk
                        FROM primes_stream_plan p
                        LEFT JOIN primes_stream_log l
                          ON l.stream_name = p.stream_name
                         AND l.stream_date = p.stream_date
                         AND l.step_no     = p.step_no
                       WHERE p.stream_name = :strm-name
                         AND p.stream_date = :strm-date ) t
           END-EXEC.

           if SQLCODE not = 0
             display SQLCODE upon scherm
             display "primes.cbl stream forecast nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result
           else
             EXEC SQL at primes
               WITH o AS ( SELECT breach_alerted
                             FROM primes_stream_run
                            WHERE stream_name = :strm-name
                              AND stream_date = :strm-date )
               UPDATE primes_stream_run r
                  SET first_predicted =
                        COALESCE(r.first_predicted,
                          TO_TIMESTAMP(:sf-predicted,
                                       'YYYY-MM-DD HH24:MI:SS')),
                      last_predicted =
                          TO_TIMESTAMP(:sf-predicted,
                                       'YYYY-MM-DD HH24:MI:SS'),
                      forecasts = r.forecasts + 1,
                      breach_alerted =
                        CASE WHEN r.deadline_at IS NOT NULL
                              AND TO_TIMESTAMP(:sf-predicted,
                                    'YYYY-MM-DD HH24:MI:SS')
                                  > r.deadline_at
                             THEN 'Y'
                             ELSE r.breach_alerted END
                WHERE r.stream_name = :strm-name
                  AND r.stream_date = :strm-date
               RETURNING COALESCE(TO_CHAR(r.deadline_at,
                           'YYYY-MM-DD HH24:MI:SS'), ' '),
                         CASE WHEN r.breach_alerted = 'Y'
                               AND ( SELECT breach_alerted FROM o )
                                   = 'N'
                              THEN 'Y' ELSE 'N' END
                 INTO :sf-deadline, :sf-breach-new
             END-EXEC
             if SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl stream forecast save nok"
                 upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move "N" to sf-breach-new
               move 1 to dal-result
             end-if
           end-if.

       r86q-stream-run-finish.

           EXEC SQL at primes
             UPDATE primes_stream_run
                SET status      = TRIM(:sf-run-status),
                    finished_at = CURRENT_TIMESTAMP
              WHERE stream_name = :strm-name
                AND stream_date = :strm-date
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100 then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl stream run finish nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

       r86r-stream-running.

           perform s00bg-ensure-stream-forecast.

           move zero to sfr-count.

           EXEC SQL OPEN streamrunningcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or sfr-count >= 10
               EXEC SQL FETCH streamrunningcursor
                 INTO :strm-name, :strm-date
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to sfr-count
                 move strm-name to sfr-name(sfr-count)
                 move strm-date to sfr-date(sfr-count)
               end-if
             end-perform
             EXEC SQL CLOSE streamrunningcursor END-EXEC
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open stream running cursor nok"
               upon scherm
             move 1 to dal-result.

       r86s-stream-hist-cursor.

           perform s00bg-ensure-stream-forecast.

           EXEC SQL OPEN streamhistcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open stream history cursor nok"
               upon scherm
             move 1 to dal-result.

       r86t-stream-hist-next.

           EXEC SQL FETCH streamhistcursor
             INTO :shr-name, :shr-date, :shr-started, :shr-deadline,
                  :shr-first, :shr-last, :shr-actual, :shr-status,
                  :shr-error-mins, :shr-forecasts
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move shr-name       to sh-name
               move shr-date       to sh-date
               move shr-started    to sh-started
               move shr-deadline   to sh-deadline
               move shr-first      to sh-first
               move shr-last       to sh-last
               move shr-actual     to sh-actual
               move shr-status     to sh-status
               move shr-error-mins to sh-error-mins
               move shr-forecasts  to sh-forecasts
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE streamhistcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl stream history fetch nok"
                 upon scherm
               EXEC SQL CLOSE streamhistcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r86u-mode-duration.

           move zero to md-secs.

           EXEC SQL at primes
             SELECT COALESCE(CAST(PERCENTILE_CONT(0.5)
                      WITHIN GROUP ( ORDER BY r.secs ) AS NUMERIC(9)),
                      0)
               INTO :md-secs
               FROM ( SELECT EXTRACT(EPOCH FROM
                               end_time - start_time) AS secs
                        FROM primes_run_log
                       WHERE mode = TRIM(:md-mode)
                         AND end_time IS NOT NULL
                         AND result = 0
                       ORDER BY start_time DESC
                       LIMIT 10 ) r
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl mode duration nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move zero to md-secs
             move 1 to dal-result.

       r86h-job-class-set.

           EXEC SQL at primes
             INSERT INTO primes_job_class ( job_class, max_running )
                    VALUES ( TRIM(:job-class), :job-class-max )
             ON CONFLICT ( job_class )
                DO UPDATE SET max_running = EXCLUDED.max_running
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl job class set nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 0194 to errlog-msgno
             move 'Job queue update failed.' to errlog-message
             MOVE 'QUEUE' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r86g-job-update.

           EXEC SQL at primes
             UPDATE primes_job_queue
                SET status = TRIM(:job-status)
              WHERE id = :job-id
                AND status IN ( 'pending', 'held', 'orphaned' )
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move 1 to dal-result
           if SQLCODE not = 0
             move 1 to dal-result.

      *    promoted rows carry their origin, so the target has to be
      *    upgraded to the version of these programs; its version is
      *    read with the target as the current schema
       r89c-promote-missing.

           perform r89i-check-target-version.

           if dal-method-ok
             perform r89j-insert-missing.

       r89i-check-target-version.

           move SCHEMA-NAME to rec-own-schema.
           move spaces to rec-stmt.
           string "SET search_path TO "           delimited by size
                  function trim(rec-target-schema) delimited by size
                  into rec-stmt
           end-string.

           EXEC SQL at primes
             EXECUTE IMMEDIATE :rec-stmt
           END-EXEC.

           if SQLCODE = 0   then
             move rec-target-schema to SCHEMA-NAME
             perform s00at-check-schema-version
           else
             display SQLCODE upon scherm
             display "primes.cbl reconcile target schema nok"
               upon scherm
             move 1 to dal-result.

           move rec-own-schema to SCHEMA-NAME.
           move spaces to rec-stmt.
           string "SET search_path TO "           delimited by size
                  function trim(SCHEMA-NAME)      delimited by size
                  into rec-stmt
           end-string.

           EXEC SQL at primes
             EXECUTE IMMEDIATE :rec-stmt
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl reconcile own schema nok"
               upon scherm
             move 1 to dal-result.

       r89j-insert-missing.

           move dal-run-id to rec-run-text.
           move spaces to rec-stmt.
           string
             "INSERT INTO "                    delimited by size
             function trim(rec-target-schema) delimited by size
             ".primes ( ident, prime, is_twin, origin_type, "
               delimited by size
             "origin_id, origin_run, origin_at ) "
               delimited by size
             "SELECT s.ident, s.prime, s.is_twin, 'promote', '"
               delimited by size
             function trim(rec-source-schema) delimited by size
             "', NULLIF(" delimited by size
             rec-run-text                      delimited by size
             ", 0), CURRENT_TIMESTAMP FROM "   delimited by size
             function trim(rec-source-schema) delimited by size
             ".primes s JOIN primes_reconcile_work w "
               delimited by size
             "ON w.ident = s.ident AND w.diff_kind = 1"

       r89e-runlog-sweep.

           move zero to sw-archived sw-held.
           move 0 to dal-result.

           perform s00bk-ensure-legal-hold.

           perform s00w-ensure-runlog-archive.

           if dal-method-ok
             EXEC SQL at primes
               CREATE TEMP TABLE primes_sweep_work AS
                 SELECT id, start_time FROM primes_run_log r
                  WHERE r.status <> 'running'
                    AND r.id <> :dal-run-id
                    AND r.start_time < CURRENT_TIMESTAMP
             end-if
           end-if.

      *    runs under a legal hold stay in the run log
           if dal-method-ok
             EXEC SQL at primes
               SELECT COUNT(*) INTO :sw-held
                 FROM primes_sweep_work
                WHERE EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND start_time::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'RUN'
                                 AND h.hold_number
                                     = id ) ) )
             END-EXEC
             if SQLCODE not = 0
               move 1 to dal-result
             end-if
           end-if.

           if dal-method-ok and sw-held > zero
             EXEC SQL at primes
               DELETE FROM primes_sweep_work
                WHERE EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND start_time::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'RUN'
                                 AND h.hold_number
                                     = id ) ) )
             END-EXEC
             if SQLCODE not = 0
               move 1 to dal-result
             end-if
           end-if.

           if dal-method-ok
             EXEC SQL at primes
               SELECT COUNT(*) INTO :sw-archived
                 FROM primes_sweep_work
             END-EXEC
             if SQLCODE not = 0
               move 1 to dal-result
             end-if
           end-if.

           if dal-method-ok and sw-archived > zero
             EXEC SQL at primes
               INSERT INTO primes_run_log_archive
                 SELECT r.* FROM primes_run_log r
                  WHERE r.id IN ( SELECT id FROM primes_sweep_work )
             END-EXEC
             if SQLCODE = 0
               EXEC SQL at primes
                 DELETE FROM primes_run_log
                  WHERE id IN ( SELECT id FROM primes_sweep_work )
               END-EXEC
             end-if
             if SQLCODE = 0
               perform r84-commit-work
             else
               display SQLCODE upon scherm
               display "primes.cbl run log sweep nok" upon scherm
           perform s00v-ensure-service-tables.

           move "N"   to rq-found.
           move zero  to rq-id rq-number rq-number-to.
           move space to rq-type rq-client.
           move zero  to pc-row-count.
           move "N"   to pc-truncated.

           EXEC SQL at primes
             UPDATE primes_request
                            WHERE status = 'pending'
                            ORDER BY id LIMIT 1 )
              RETURNING id, req_type, COALESCE(number, 0),
                        COALESCE(client_id, ' '),
                        COALESCE(number_to, 0)
                   INTO :rq-id, :rq-type, :rq-number, :rq-client,
                        :rq-number-to
           END-EXEC.

           evaluate true
           EXEC SQL at primes
             INSERT INTO primes_response
                    ( request_id, answer, is_prime,
                      below, above, answered_at,
                      row_count, truncated )
                    VALUES ( :rq-id, TRIM(:rq-answer),
                             :lookup-found, :nearest-below,
                             :nearest-above, CURRENT_TIMESTAMP,
                             :pc-row-count, :pc-truncated )
             ON CONFLICT ( request_id ) DO UPDATE SET
                    answer      = TRIM(:rq-answer),
                    is_prime    = :lookup-found,
                    below       = :nearest-below,
                    above       = :nearest-above,
                    answered_at = CURRENT_TIMESTAMP,
                    row_count   = :pc-row-count,
                    truncated   = :pc-truncated
           END-EXEC.

           if SQLCODE = 0   then
           EXEC SQL at primes
             INSERT INTO primes_request
                    ( req_type, number, requested_by, status,
                      client_id, number_to )
                    VALUES ( TRIM(:rq-type), :rq-number,
                             TRIM(:dal-operator), 'pending',
                             TRIM(:rq-client),
                             NULLIF( CAST(:rq-number-to
                                          AS NUMERIC), 0 ) )
             RETURNING id INTO :rq-id
           END-EXEC.

           perform s00y-ensure-factor-cache.

           move "N"    to fc-found.
           move spaces to fc-factors fc-method.

           EXEC SQL at primes
             UPDATE primes_factor_cache
                SET hit_count = COALESCE(hit_count, 0) + 1,
                    last_hit  = CURRENT_TIMESTAMP
              WHERE number = :fc-number
              RETURNING factors, COALESCE(method, 'trial')
                   INTO :fc-factors, :fc-method
           END-EXEC.

           evaluate true

           EXEC SQL at primes
             INSERT INTO primes_factor_cache
                    ( number, factors, method, computed_at, hit_count )
                    VALUES ( :fc-number, TRIM(:fc-factors),
                             TRIM(:fc-method), CURRENT_TIMESTAMP, 0 )
             ON CONFLICT ( number ) DO UPDATE SET
                    factors     = TRIM(:fc-factors),
                    method      = TRIM(:fc-method),
                    computed_at = CURRENT_TIMESTAMP
           END-EXEC.


       s00y-ensure-factor-cache.

           if ddl-is-allowed
             perform s00y-create-factor-cache.

       s00y-create-factor-cache.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_factor_cache (
                    number      NUMERIC(18) PRIMARY KEY,
             display SQLCODE upon scherm
             display "primes.cbl ensure factor cache nok" upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_factor_cache
                    ADD COLUMN IF NOT EXISTS method VARCHAR(8)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure factor method column nok"
               upon scherm.

       r68-alert-ingest.

           perform s00x-ensure-alerts.
                            or al-count >= 50
               EXEC SQL FETCH alertcursor
                 INTO :alr-id, :alr-created, :alr-severity,
                      :alr-source, :alr-status, :alr-text,
                      :alr-incident, :alr-msgno, :alr-sqlcode
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to al-count
                 move alr-incident to ae-incident(al-count)
                 move alr-msgno    to ae-msgno(al-count)
                 move alr-sqlcode  to ae-sqlcode(al-count)
                 move alr-id       to ae-id(al-count)
                 move alr-created  to ae-created(al-count)
                 move alr-severity to ae-severity(al-count)

           EXEC SQL CLOSE milestonecursor END-EXEC.

       r68e-incident-open.

           perform s00bh-ensure-incidents.

           EXEC SQL at primes
             INSERT INTO primes_incident
                    ( opened_by, title, cause, impact, status )
                    VALUES ( NULLIF(TRIM(:inc-operator), ''),
                             TRIM(:inc-title),
                             NULLIF(UPPER(TRIM(:inc-cause)), ''),
                             NULLIF(TRIM(:inc-impact), ''), 'open' )
             RETURNING id INTO :inc-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl incident open nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

      *    an alert joins an incident that is not closed; joining an
      *    acknowledged incident acknowledges the alert
       r68f-incident-attach.

           perform s00bh-ensure-incidents.

           EXEC SQL at primes
             UPDATE primes_alerts a
                SET incident_id = i.id
               FROM primes_incident i
              WHERE a.id = :inc-alert-id
                AND i.id = :inc-id
                AND i.status <> 'closed'
                AND a.status <> 'closed'
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r68n-incident-ack-sync
             when SQLCODE = 100
               move 1 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl incident attach nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    blank fields keep what the incident already has
       r68g-incident-update.

           EXEC SQL at primes
             UPDATE primes_incident
                SET title      = COALESCE(NULLIF(TRIM(:inc-title), ''),
                                          title),
                    cause      = COALESCE(NULLIF(UPPER(
                                            TRIM(:inc-cause)), ''),
                                          cause),
                    impact     = COALESCE(NULLIF(TRIM(:inc-impact),
                                                 ''), impact),
                    root_cause = COALESCE(NULLIF(TRIM(
                                            :inc-root-cause), ''),
                                          root_cause),
                    resolution = COALESCE(NULLIF(TRIM(
                                            :inc-resolution), ''),
                                          resolution)
              WHERE id = :inc-id
                AND status <> 'closed'
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move 1 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl incident update nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
           end-evaluate.

       r68h-incident-ack.

           EXEC SQL at primes
             UPDATE primes_incident
                SET status = 'acknowledged',
                    ack_by = TRIM(:inc-operator),
                    ack_at = CURRENT_TIMESTAMP
              WHERE id = :inc-id AND status = 'open'
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r68n-incident-ack-sync
             when SQLCODE = 100
               move 1 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl incident ack nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    an incident only closes with its root cause and resolution
      *    on record; its alerts close with it
       r68i-incident-close.

           move zero to inc-closed-alerts.

           EXEC SQL at primes
             UPDATE primes_incident
                SET status    = 'closed',
                    closed_by = TRIM(:inc-operator),
                    closed_at = CURRENT_TIMESTAMP,
                    ack_by    = COALESCE(ack_by, TRIM(:inc-operator)),
                    ack_at    = COALESCE(ack_at, CURRENT_TIMESTAMP)
              WHERE id = :inc-id
                AND status <> 'closed'
                AND root_cause IS NOT NULL
                AND resolution IS NOT NULL
           END-EXEC.

           if SQLCODE = 0
             EXEC SQL at primes
               WITH u AS ( UPDATE primes_alerts
                              SET status    = 'closed',
                                  closed_by = TRIM(:inc-operator),
                                  closed_at = CURRENT_TIMESTAMP
                            WHERE incident_id = :inc-id
                              AND status <> 'closed'
                           RETURNING id )
               SELECT COUNT(*) INTO :inc-closed-alerts FROM u
             END-EXEC
             if SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl incident alert close nok"
                 upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
             end-if
           else
             if SQLCODE not = 100
               display SQLCODE upon scherm
               display "primes.cbl incident close nok" upon scherm
             end-if
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result
           end-if.

      *    each unassigned alert of the rule's source joins the
      *    latest open incident whose last alert, or its opening when
      *    it has none, lies within the window of the alert
       r68j-incident-group.

           perform s00bh-ensure-incidents.

           move zero to inc-grouped.

           EXEC SQL at primes
             WITH m AS (
                  SELECT a.id AS alert_id,
                         ( SELECT i.id FROM primes_incident i
                            WHERE i.status <> 'closed'
                              AND ABS(EXTRACT(EPOCH FROM a.created_at
                                  - COALESCE(
                                      ( SELECT MAX(b.created_at)
                                          FROM primes_alerts b
                                         WHERE b.incident_id = i.id ),
                                      i.opened_at)))
                                  <= :inc-window-mins * 60
                            ORDER BY i.id DESC
                            LIMIT 1 ) AS inc_id
                    FROM primes_alerts a
                   WHERE a.incident_id IS NULL
                     AND a.status <> 'closed'
                     AND ( TRIM(:inc-rule-source) = '*'
                           OR UPPER(a.source) =
                              UPPER(TRIM(:inc-rule-source)) ) ),
                  u AS (
                  UPDATE primes_alerts a
                     SET incident_id = m.inc_id
                    FROM m
                   WHERE a.id = m.alert_id
                     AND m.inc_id IS NOT NULL
                  RETURNING a.id )
             SELECT COUNT(*) INTO :inc-grouped FROM u
           END-EXEC.

           if SQLCODE = 0   then
             perform r68n-incident-ack-sync
           else
             display SQLCODE upon scherm
             display "primes.cbl incident grouping nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move zero to inc-grouped
             move 1 to dal-result.

       r68k-incident-list.

           perform s00bh-ensure-incidents.

           move zero to inl-count.

           EXEC SQL OPEN incidentlistcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or inl-count >= 20
               EXEC SQL FETCH incidentlistcursor
                 INTO :inr-id, :inr-opened, :inr-status, :inr-cause,
                      :inr-alerts, :inr-title
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to inl-count
                 move inr-id     to inl-id(inl-count)
                 move inr-opened to inl-opened(inl-count)
                 move inr-status to inl-status(inl-count)
                 move inr-cause  to inl-cause(inl-count)
                 move inr-alerts to inl-alerts(inl-count)
                 move inr-title  to inl-title(inl-count)
               end-if
             end-perform
             EXEC SQL CLOSE incidentlistcursor END-EXEC
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open incident list cursor nok"
               upon scherm
             move 1 to dal-result.

       r68l-incident-cursor.

           perform s00bh-ensure-incidents.

           EXEC SQL OPEN incidentcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open incident cursor nok"
               upon scherm
             move 1 to dal-result.

       r68m-incident-next.

           EXEC SQL FETCH incidentcursor
             INTO :inr-id, :inr-opened, :inr-status, :inr-cause,
                  :inr-alerts, :inr-title, :inr-ack-mins,
                  :inr-resolve-mins, :inr-repeat
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move inr-id           to inc-id
               move inr-opened       to inc-opened
               move inr-status       to inc-status
               move inr-cause        to inc-cause
               move inr-alerts       to inc-alerts
               move inr-title        to inc-title
               move inr-ack-mins     to inc-ack-mins
               move inr-resolve-mins to inc-resolve-mins
               move inr-repeat       to inc-repeat
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE incidentcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl incident fetch nok" upon scherm
               EXEC SQL CLOSE incidentcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    alerts still open under an acknowledged incident take the
      *    incident's acknowledgement
       r68n-incident-ack-sync.

           EXEC SQL at primes
             UPDATE primes_alerts a
                SET status = 'acknowledged',
                    ack_by = i.ack_by,
                    ack_at = CURRENT_TIMESTAMP
               FROM primes_incident i
              WHERE a.incident_id = i.id
                AND i.status = 'acknowledged'
                AND a.status = 'open'
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100 then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl incident alert ack nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

       r68o-runbook-keys-cursor.

           EXEC SQL OPEN runbookkeycursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open runbook key cursor nok"
               upon scherm
             move 1 to dal-result.

       r68p-runbook-keys-next.

           EXEC SQL FETCH runbookkeycursor
             INTO :rkr-type, :rkr-key, :rkr-count, :rkr-last
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move rkr-type  to rk-type
               move rkr-key   to rk-key
               move rkr-count to rk-count
               move rkr-last  to rk-last
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE runbookkeycursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl runbook key fetch nok" upon scherm
               EXEC SQL CLOSE runbookkeycursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r68q-timeline-cursor.

           EXEC SQL OPEN timelinecursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open timeline cursor nok"
               upon scherm
             move 1 to dal-result.

       r68r-timeline-next.

           EXEC SQL FETCH timelinecursor
             INTO :tlr-at, :tlr-source, :tlr-operator, :tlr-run,
                  :tlr-text
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move tlr-at       to tl-at
               move tlr-source   to tl-source
               move tlr-operator to tl-operator
               move tlr-run      to tl-run
               move tlr-text     to tl-text
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE timelinecursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl timeline fetch nok" upon scherm
               EXEC SQL CLOSE timelinecursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r68s-loadtest-pending.

           move zero to lt-pending.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :lt-pending
               FROM primes_request
              WHERE id BETWEEN :lt-first-id AND :lt-last-id
                AND TRIM(client_id) = TRIM(:lt-client)
                AND status IN ('pending', 'working')
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl load test pending nok" upon scherm
             move 1 to dal-result.

       r68t-loadtest-measure.

           move zero to lt-count.

           EXEC SQL OPEN loadtestcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or lt-count >= 5
               EXEC SQL FETCH loadtestcursor
                 INTO :ltr-type, :ltr-submitted, :ltr-answered,
                      :ltr-errors, :ltr-avg-ms, :ltr-p95-ms,
                      :ltr-max-ms, :ltr-per-min
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to lt-count
                 move ltr-type      to lt-type(lt-count)
                 move ltr-submitted to lt-submitted(lt-count)
                 move ltr-answered  to lt-answered(lt-count)
                 move ltr-errors    to lt-errors(lt-count)
                 move ltr-avg-ms    to lt-avg-ms(lt-count)
                 move ltr-p95-ms    to lt-p95-ms(lt-count)
                 move ltr-max-ms    to lt-max-ms(lt-count)
                 move ltr-per-min   to lt-per-min(lt-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open load test cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE loadtestcursor END-EXEC.

       r68u-loadtest-baseline.

           perform s00bi-ensure-loadtest.

           move zero to lb-count.
           move "N"  to lb-found.
           move space to lb-run-at.

           EXEC SQL OPEN loadbasecursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or lb-count >= 5
               EXEC SQL FETCH loadbasecursor
                 INTO :lbr-run-at, :lbr-type, :lbr-avg-ms,
                      :lbr-p95-ms, :lbr-per-min
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to lb-count
                 move "Y"         to lb-found
                 move lbr-run-at  to lb-run-at
                 move lbr-type    to lb-type(lb-count)
                 move lbr-avg-ms  to lb-avg-ms(lb-count)
                 move lbr-p95-ms  to lb-p95-ms(lb-count)
                 move lbr-per-min to lb-per-min(lb-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open load baseline cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE loadbasecursor END-EXEC.

      *    every run is kept, the baseline flag marks the one later
      *    runs of the profile are compared with
       r68v-loadtest-save.

           perform s00bi-ensure-loadtest.

           move 0 to dal-result.
           perform r68w-loadtest-save-row
             varying lt-idx from 1 by 1
               until lt-idx > lt-count or dal-result not = 0.

           if dal-result = 0
             perform r84-commit-work
           else
             EXEC SQL at primes ROLLBACK END-EXEC
           end-if.

       r68w-loadtest-save-row.

           move lt-type(lt-idx)      to ltr-type.
           move lt-submitted(lt-idx) to ltr-submitted.
           move lt-answered(lt-idx)  to ltr-answered.
           move lt-errors(lt-idx)    to ltr-errors.
           move lt-avg-ms(lt-idx)    to ltr-avg-ms.
           move lt-p95-ms(lt-idx)    to ltr-p95-ms.
           move lt-max-ms(lt-idx)    to ltr-max-ms.
           move lt-per-min(lt-idx)   to ltr-per-min.

           EXEC SQL at primes
             INSERT INTO primes_loadtest
                    ( profile, run_id, client_id, req_type,
                      submitted, answered, errors, avg_ms, p95_ms,
                      max_ms, per_min, is_baseline )
                    VALUES ( TRIM(:lt-profile), :dal-run-id,
                             TRIM(:lt-client), TRIM(:ltr-type),
                             :ltr-submitted, :ltr-answered,
                             :ltr-errors, :ltr-avg-ms, :ltr-p95-ms,
                             :ltr-max-ms, :ltr-per-min, :lt-baseline )
           END-EXEC.

           if SQLCODE not = 0
             display SQLCODE upon scherm
             display "primes.cbl load test save nok" upon scherm
             move 1 to dal-result
           end-if.

       r68x-hold-place.

           perform s00bk-ensure-legal-hold.

           EXEC SQL at primes
             INSERT INTO primes_legal_hold
                    ( hold_kind, hold_number, hold_client, hold_from,
                      hold_to, reason, placed_by, expires_on )
                    VALUES ( TRIM(:hd-kind),
                             NULLIF( CAST(:hd-number AS NUMERIC), 0 ),
                             NULLIF(TRIM(:hd-client), ''),
                             TO_DATE(NULLIF(TRIM(:hd-from), ''),
                                     'YYYYMMDD'),
                             TO_DATE(NULLIF(TRIM(:hd-to), ''),
                                     'YYYYMMDD'),
                             TRIM(:hd-reason),
                             NULLIF(TRIM(:dal-operator), ''),
                             TO_DATE(NULLIF(TRIM(:hd-expires), ''),
                                     'YYYYMMDD') )
             RETURNING hold_id INTO :hd-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl legal hold place nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

      *    a hold is never deleted, lifting stamps who and when
       r68y-hold-lift.

           perform s00bk-ensure-legal-hold.

           EXEC SQL at primes
             UPDATE primes_legal_hold
                SET lifted_by = NULLIF(TRIM(:dal-operator), ''),
                    lifted_at = CURRENT_TIMESTAMP
              WHERE hold_id = :hd-id
                AND lifted_at IS NULL
             RETURNING hold_kind INTO :hd-kind
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             if SQLCODE not = 100
               display SQLCODE upon scherm
               display "primes.cbl legal hold lift nok" upon scherm
             end-if
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result.

       r68z-hold-list.

           perform s00bk-ensure-legal-hold.

           move zero to hd-count.

           EXEC SQL OPEN holdcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or hd-count >= 50
               EXEC SQL FETCH holdcursor
                 INTO :hlr-id, :hlr-kind, :hlr-ref, :hlr-reason,
                      :hlr-placed-by, :hlr-placed-at, :hlr-expires,
                      :hlr-runs, :hlr-reports, :hlr-batches,
                      :hlr-requests, :hlr-other
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to hd-count
                 move hlr-id        to hde-id(hd-count)
                 move hlr-kind      to hde-kind(hd-count)
                 move hlr-ref       to hde-ref(hd-count)
                 move hlr-reason    to hde-reason(hd-count)
                 move hlr-placed-by to hde-placed-by(hd-count)
                 move hlr-placed-at to hde-placed-at(hd-count)
                 move hlr-expires   to hde-expires(hd-count)
                 move hlr-runs      to hde-runs(hd-count)
                 move hlr-reports   to hde-reports(hd-count)
                 move hlr-batches   to hde-batches(hd-count)
                 move hlr-requests  to hde-requests(hd-count)
                 move hlr-other     to hde-other(hd-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open legal hold cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE holdcursor END-EXEC.

       s00x-ensure-alerts.

           if ddl-is-allowed
             perform s00x-create-alerts.

       s00x-create-alerts.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_alerts (
                    id         BIGSERIAL PRIMARY KEY,
                    created_at TIMESTAMP NOT NULL
                               DEFAULT CURRENT_TIMESTAMP,
                    severity   VARCHAR(8) NOT NULL,
                    source     VARCHAR(16),
                    message    VARCHAR(60),
                    status     VARCHAR(12) NOT NULL DEFAULT 'open',
                    ack_by     VARCHAR(16),
                    ack_at     TIMESTAMP,
                    closed_by  VARCHAR(16),
                    closed_at  TIMESTAMP,
                    err_id     NUMERIC(9) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure alerts nok" upon scherm.

       s00v-ensure-service-tables.

           if ddl-is-allowed
             perform s00v-create-service-tables.

       s00v-create-service-tables.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_request (
                    id           BIGSERIAL PRIMARY KEY,
                    req_type     VARCHAR(8) NOT NULL,
                    number       NUMERIC(18),
                    requested_by VARCHAR(32),
                    status       VARCHAR(8) NOT NULL
                                 DEFAULT 'pending',
                    submitted_at TIMESTAMP NOT NULL
                                 DEFAULT CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure request table nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_response (
                    request_id  NUMERIC(9) PRIMARY KEY,
                    answer      VARCHAR(80),
                    is_prime    CHAR(1),
                    below       NUMERIC(18),
                    above       NUMERIC(18),
                    answered_at TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure response table nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_clients (
                    client_id     VARCHAR(16) PRIMARY KEY,
                    contact       VARCHAR(40),
                    daily_quota   NUMERIC(6) DEFAULT 0,
                    active        CHAR(1) NOT NULL DEFAULT 'Y',
                    registered_at TIMESTAMP NOT NULL
                                  DEFAULT CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure clients table nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_request
                    ADD COLUMN IF NOT EXISTS client_id VARCHAR(16)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure request client column nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_request
                    ADD COLUMN IF NOT EXISTS number_to NUMERIC(18)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure request range column nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_request_archive
                    ADD COLUMN IF NOT EXISTS number_to NUMERIC(18)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure request archive range nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_response
                    ADD COLUMN IF NOT EXISTS row_count NUMERIC(18),
                    ADD COLUMN IF NOT EXISTS truncated CHAR(1)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure response row columns nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_response_row (
                    request_id  NUMERIC(9) NOT NULL,
                    seq         NUMERIC(9) NOT NULL,
                    value       NUMERIC(18),
                    PRIMARY KEY ( request_id, seq ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure response row table nok"
               upon scherm.

       r70-verify-chunk.

           perform s00r-ensure-verify-checkpoint.

           move "N" to vf-done.
           if vf-chunk-size = zero
             move 100000 to vf-chunk-size.

           move zero to vf-last-ident.
           EXEC SQL at primes
             SELECT COALESCE(last_ident, 0) INTO :vf-last-ident
               FROM primes_verify_checkpoint WHERE id = 1
           END-EXEC.

           move zero to vf-max-ident.
           EXEC SQL at primes
             SELECT COALESCE(MAX(ident), 0) INTO :vf-max-ident
               FROM primes
           END-EXEC.

           move zero to vf-stamped.
           if vf-backfill = "Y"
             EXEC SQL at primes
               SELECT COUNT(*) INTO :vf-stamped
                 FROM primes
                WHERE ident >  :vf-last-ident
                  AND ident <= :vf-last-ident + :vf-chunk-size
                  AND row_hash IS NULL
             END-EXEC
             if SQLCODE = 0 and vf-stamped > zero
               EXEC SQL at primes
                 UPDATE primes
                    SET row_hash = MD5( ident::TEXT || ':'
                                        || prime::TEXT || ':'
                                        || COALESCE(is_twin, 'N') )
                  WHERE ident >  :vf-last-ident
                    AND ident <= :vf-last-ident + :vf-chunk-size
                    AND row_hash IS NULL
               END-EXEC
               if SQLCODE not = 0
                 display SQLCODE upon scherm
                 display "primes.cbl verify backfill nok" upon scherm
                 move zero to vf-stamped
               end-if
             end-if
           end-if.

           move zero to vf-bad-count vf-first-bad.
           EXEC SQL at primes
             SELECT COUNT(*), COALESCE(MIN(ident), 0)
                    INTO :vf-bad-count, :vf-first-bad
               FROM primes
              WHERE ident >  :vf-last-ident
                AND ident <= :vf-last-ident + :vf-chunk-size
                AND ( row_hash IS NULL
                      OR row_hash <> MD5( ident::TEXT || ':'
                                          || prime::TEXT || ':'
                                          || COALESCE(is_twin,
                                                      'N') ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl verify chunk nok" upon scherm
             move 1 to dal-result
           else
             add vf-chunk-size to vf-last-ident
             if vf-last-ident >= vf-max-ident
               move vf-max-ident to vf-last-ident
               move "Y" to vf-done
             end-if
             EXEC SQL at primes
               INSERT INTO primes_verify_checkpoint
                      ( id, last_ident )
                      VALUES ( 1, :vf-last-ident )
               ON CONFLICT ( id ) DO UPDATE SET
                      last_ident = :vf-last-ident
             END-EXEC
             if SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl verify checkpoint nok" upon scherm
               move 1 to dal-result
             end-if
           end-if.

           if vf-done = "Y"
             EXEC SQL at primes
               DELETE FROM primes_verify_checkpoint WHERE id = 1
             END-EXEC
             EXEC SQL at primes COMMIT END-EXEC
           end-if.

       r70a-verify-chain.

           perform s00w-ensure-runlog-archive.

           move zero to vf-chain-bad vf-chain-first.

           EXEC SQL at primes
             SELECT COUNT(*), COALESCE(MIN(r.id), 0)
                    INTO :vf-chain-bad, :vf-chain-first
               FROM primes_run_log r
              WHERE r.chain_hash IS NOT NULL
                AND r.chain_hash <> MD5(
                      CASE WHEN r.chain_prev IS NOT NULL THEN
                        COALESCE( ( SELECT p.chain_hash
                                      FROM primes_run_log p
                                     WHERE p.id = r.chain_prev ),
                                  ( SELECT a.chain_hash
                                      FROM primes_run_log_archive a
                                     WHERE a.id = r.chain_prev ),
                                  'seed' )
                      ELSE
                        COALESCE( ( SELECT u.chain_hash
                                      FROM ( SELECT id, chain_hash
                                               FROM primes_run_log
                                              WHERE chain_hash
                                                    IS NOT NULL
                                             UNION ALL
                                             SELECT id, chain_hash
                                               FROM
                                             primes_run_log_archive
                                              WHERE chain_hash
                                                    IS NOT NULL ) u
                                     WHERE u.id < r.id
                                     ORDER BY u.id DESC LIMIT 1 ),
                                  'seed' )
                      END
                      || r.id::TEXT || TRIM(r.mode) || r.status
                      || COALESCE(r.row_count, 0)::TEXT )
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl verify chain nok" upon scherm
             move 1 to dal-result.

       s00r-ensure-verify-checkpoint.

           if ddl-is-allowed
             perform s00r-create-verify-checkpoint.

       s00r-create-verify-checkpoint.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_verify_checkpoint (
                    id         NUMERIC(1) PRIMARY KEY,
                    last_ident NUMERIC(18) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure verify checkpoint nok"
               upon scherm.

       r72-export-control.

           move zero to chk-test-number chk-old-ident
                        chk-test-divider delta-last-ident.

           EXEC SQL at primes
             SELECT test_number, old_ident, test_divider
                    INTO :chk-test-number, :chk-old-ident,
                         :chk-test-divider
               FROM primes_checkpoint WHERE id = 1
           END-EXEC.

           EXEC SQL at primes
             SELECT last_ident INTO :delta-last-ident
               FROM primes_report_checkpoint WHERE id = 1
           END-EXEC.

           open output fexpctl.
           if expctl-status = "00"
             move chk-test-number  to ec-test-number
             move chk-old-ident    to ec-old-ident
             move chk-test-divider to ec-test-divider
             move delta-last-ident to ec-delta-last
             move expctl-line      to expctl-buffer
             write expctl-buffer
             close fexpctl
             move 0 to dal-result
           else
             display "primes.cbl export control open nok" upon scherm
             move 1 to dal-result.

           move zero to exprl-row-count.
           open output fexprl.
           if exprl-status not = "00"
             display "primes.cbl export runlog open nok" upon scherm
             move 1 to dal-result
           else

             EXEC SQL OPEN exportrlcursor END-EXEC

             if SQLCODE = 0   then
               perform until SQLCODE not = 0
                 EXEC SQL FETCH exportrlcursor
                   INTO :er-id, :er-mode, :er-start, :er-end,
                        :er-status, :er-result, :er-rows,
                        :er-operator, :er-summary
                 END-EXEC
                 if SQLCODE = 0   then
                   move exprl-line to exprl-buffer
                   write exprl-buffer
                   add 1 to exprl-row-count
                 end-if
               end-perform
             else
               display SQLCODE upon scherm
               display "primes.cbl open export runlog cursor nok"
                 upon scherm
               move 1 to dal-result
             end-if

             EXEC SQL CLOSE exportrlcursor END-EXEC

             move exprl-row-count to ert-count
             move exprl-trailer   to exprl-buffer
             write exprl-buffer
             close fexprl

           end-if.

       r71-restore-prime.

           EXEC SQL at primes
             INSERT INTO primes ( ident, prime, is_twin, row_hash,
                                  origin_type, origin_id, origin_run,
                                  origin_at )
                    VALUES ( :rs-ident, :rs-prime, :rs-twin,
                             MD5( CAST(:rs-ident AS NUMERIC)::TEXT
                                  || ':'
                                  || CAST(:rs-prime AS NUMERIC)::TEXT
                                  || ':' || :rs-twin ),
                             'restore',
                             NULLIF( TRIM(:dal-origin-id), '' ),
                             NULLIF( CAST(:dal-run-id AS NUMERIC), 0 ),
                             CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE = 0   then
             add 1 to write-count
             move 0 to dal-result
             if write-count >= commit-interval
               perform r84-commit-work
             end-if
           else
             display SQLCODE upon scherm
             display "primes.cbl restore prime insert nok" upon scherm
             move 1 to dal-result.

       r71a-restore-runlog.

           EXEC SQL at primes
             INSERT INTO primes_run_log
                    ( id, mode, start_time, end_time, status,
                      result, row_count, operator, summary )
                    VALUES ( :rs-run-id, TRIM(:rs-mode),
                             TO_TIMESTAMP( :rs-start,
                                 'YYYY-MM-DD HH24:MI:SS' ),
                             TO_TIMESTAMP( NULLIF(TRIM(:rs-end), ''),
                                 'YYYY-MM-DD HH24:MI:SS' ),
                             TRIM(:rs-status), :rs-result, :rs-rows,
                             TRIM(:rs-operator), TRIM(:rs-summary) )
             ON CONFLICT ( id ) DO NOTHING
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100 then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl restore run log insert nok"
               upon scherm
             move 1 to dal-result.

       r71b-restore-finish.

           perform r84-commit-work.

           EXEC SQL at primes
             SELECT SETVAL( PG_GET_SERIAL_SEQUENCE('primes', 'ident'),
                    GREATEST( ( SELECT COALESCE(MAX(ident), 1)
                                  FROM primes ), 1 ) )
               INTO :rs-ident
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl restore ident sequence nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             SELECT SETVAL( PG_GET_SERIAL_SEQUENCE('primes_run_log',
                            'id'),
                    GREATEST( ( SELECT COALESCE(MAX(id), 1)
                                  FROM primes_run_log ), 1 ) )
               INTO :rs-run-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             perform r57a-band-rebuild
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl restore run log sequence nok"
               upon scherm
             move 1 to dal-result.

       r73-segment-claim.

           perform s00q-ensure-segments.

           move "N" to sg-found.
           if sg-span = zero
             move 1000000 to sg-span.

           EXEC SQL at primes
             INSERT INTO primes_segment ( seg_start, seg_end, status )
             SELECT gs,
                    LEAST( gs + :sg-span - 1, :sg-ceiling ),
                    'pending'
               FROM GENERATE_SERIES( 3, CAST(:sg-ceiling AS BIGINT),
                                     CAST(:sg-span AS BIGINT) ) gs
             ON CONFLICT ( seg_start ) DO NOTHING
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl segment seed nok" upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             UPDATE primes_segment
                SET status = 'claimed',
                    claimed_by = :dal-run-id,
                    claimed_at = CURRENT_TIMESTAMP
              WHERE seg_start =
                    ( SELECT seg_start FROM primes_segment
                       WHERE ( status = 'pending'
                               OR ( status = 'claimed'
                                    AND claimed_at < CURRENT_TIMESTAMP
                                        - MAKE_INTERVAL( mins =>
                                            CAST(:sg-stale-minutes
                                                 AS INTEGER) ) ) )
                         AND seg_end <=
                             ( SELECT COALESCE(MAX(prime), 0)
                                      * COALESCE(MAX(prime), 0)
                                 FROM primes )
                       ORDER BY seg_start
                       LIMIT 1
                         FOR UPDATE SKIP LOCKED )
              RETURNING seg_start, seg_end
                   INTO :sg-start, :sg-end
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to sg-found
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl segment claim nok" upon scherm
               move 0158 to errlog-msgno
               move 'Segment claim failed.' to errlog-message
               MOVE 'SEGMENT' TO CUR-STEP
               perform r00b-log-error
               move 1 to dal-result
           end-evaluate.

       r73a-segment-complete.

           EXEC SQL at primes
             UPDATE primes_segment
                SET status = 'complete',
                    completed_at = CURRENT_TIMESTAMP
              WHERE seg_start = :sg-start
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl segment complete nok" upon scherm
             move 1 to dal-result.

       s00q-ensure-segments.

           if ddl-is-allowed
             perform s00q-create-segments.

       s00q-create-segments.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_segment (
                    seg_start    NUMERIC(18) PRIMARY KEY,
                    seg_end      NUMERIC(18) NOT NULL,
                    status       VARCHAR(10) NOT NULL
                                 DEFAULT 'pending',
                    claimed_by   NUMERIC(9),
                    claimed_at   TIMESTAMP,
                    completed_at TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure segments nok" upon scherm.

       r74-runlog-detail.

           perform s00j-ensure-error-history.

           move zero to dg-run-count dg-err-count.

           EXEC SQL at primes
             SELECT id, mode,
                    TO_CHAR(start_time, 'HH24:MI:SS'),
                    status, COALESCE(result, 0),
                    COALESCE(row_count, 0),
                    CAST( COALESCE( EXTRACT( EPOCH FROM
                          ( end_time - start_time ) ), 0 )
                          AS NUMERIC(9) ),
                    COALESCE(summary, ' ')
               INTO :dgr-id, :dgr-mode, :dgr-start, :dgr-status,
                    :dgr-result, :dgr-rows, :dgr-secs, :dgr-summary
               FROM primes_run_log
              WHERE id = :rd-id
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move 1 to dg-run-count
               move dgr-id      to dr-id(1)
               move dgr-mode    to dr-mode(1)
               move dgr-start   to dr-start(1)
               move dgr-status  to dr-status(1)
               move dgr-result  to dr-result(1)
               move dgr-rows    to dr-rows(1)
               move dgr-secs    to dr-secs(1)
               move dgr-summary to dr-summary(1)
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl runlog detail nok" upon scherm
               move 1 to dal-result
           end-evaluate.

           if dg-run-count > zero

             EXEC SQL OPEN rundetailerrcursor END-EXEC

             if SQLCODE = 0   then
               perform until SQLCODE not = 0
                              or dg-err-count >= 50
                 EXEC SQL FETCH rundetailerrcursor
                   INTO :dge-time, :dge-step, :dge-code, :dge-text
                 END-EXEC
                 if SQLCODE = 0   then
                   add 1 to dg-err-count
                   move dge-time to de-time(dg-err-count)
                   move dge-step to de-step(dg-err-count)
                   move dge-code to de-code(dg-err-count)
                   move rd-id    to de-run(dg-err-count)
                   move dge-text to de-text(dg-err-count)
                 end-if
               end-perform
             else
               display SQLCODE upon scherm
               display "primes.cbl open run detail cursor nok"
                 upon scherm
             end-if

             EXEC SQL CLOSE rundetailerrcursor END-EXEC

           end-if.

       r75a-digest-data.

           perform s00j-ensure-error-history.

           move zero to dg-run-count dg-err-count dg-growth
                        dg-abandoned dg-note-count.

           EXEC SQL OPEN digestruncursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dg-run-count >= 50
               EXEC SQL FETCH digestruncursor
                 INTO :dgr-id, :dgr-mode, :dgr-start, :dgr-status,
                      :dgr-result, :dgr-rows, :dgr-secs,
                      :dgr-summary
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dg-run-count
                 move dgr-id      to dr-id(dg-run-count)
                 move dgr-mode    to dr-mode(dg-run-count)
                 move dgr-start   to dr-start(dg-run-count)
                 move dgr-status  to dr-status(dg-run-count)
                 move dgr-result  to dr-result(dg-run-count)
                 move dgr-rows    to dr-rows(dg-run-count)
                 move dgr-secs    to dr-secs(dg-run-count)
                 move dgr-summary to dr-summary(dg-run-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open digest run cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE digestruncursor END-EXEC.

           EXEC SQL OPEN digesterrcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dg-err-count >= 50
               EXEC SQL FETCH digesterrcursor
                 INTO :dge-time, :dge-step, :dge-code, :dge-run,
                      :dge-text
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dg-err-count
                 move dge-time to de-time(dg-err-count)
                 move dge-step to de-step(dg-err-count)
                 move dge-code to de-code(dg-err-count)
                 move dge-run  to de-run(dg-err-count)
                 move dge-text to de-text(dg-err-count)
               end-if
             end-perform
           else
             display SQLCODE upon scherm
             display "primes.cbl open digest error cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE digesterrcursor END-EXEC.

           EXEC SQL at primes
             SELECT COALESCE(SUM(row_count), 0) INTO :dg-growth
               FROM primes_run_log
              WHERE TO_CHAR(start_time, 'YYYYMMDD') = :dg-date
                AND mode IN ( 'generate', 'import' )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl digest growth query nok"
               upon scherm.

           perform s00d-ensure-job-queue.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :dg-abandoned
               FROM primes_job_queue
              WHERE status = 'abandoned'
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl digest abandoned query nok"
               upon scherm.

           perform s00ak-ensure-journal.

           EXEC SQL OPEN digjournalcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dg-note-count >= 20
               EXEC SQL FETCH digjournalcursor
                 INTO :djr-time, :djr-operator, :djr-run, :djr-text
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dg-note-count
                 move djr-time     to dj-time(dg-note-count)
                 move djr-operator to dj-operator(dg-note-count)
                 move djr-run      to dj-run(dg-note-count)
                 move djr-text     to dj-text(dg-note-count)
               end-if
             end-perform
           else
             display SQLCODE upon scherm
             display "primes.cbl open digest journal cursor nok"
               upon scherm.

           EXEC SQL CLOSE digjournalcursor END-EXEC.

       r75-growth-report.

           perform s00p-ensure-stats-history.

           move zero to gw-count gm-count.

           EXEC SQL OPEN growweekcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or gw-count >= 26
               EXEC SQL FETCH growweekcursor
                 INTO :gr-period, :gr-value, :gr-delta
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to gw-count
                 move gr-period to gw-period(gw-count)
                 move gr-value  to gw-value(gw-count)
                 move gr-delta  to gw-delta(gw-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open growth week cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE growweekcursor END-EXEC.

           EXEC SQL OPEN growmonthcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or gm-count >= 12
               EXEC SQL FETCH growmonthcursor
                 INTO :gr-period, :gr-value, :gr-delta
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to gm-count
                 move gr-period to gm-period(gm-count)
                 move gr-value  to gm-value(gm-count)
                 move gr-delta  to gm-delta(gm-count)
               end-if
             end-perform
           else
             display SQLCODE upon scherm
             display "primes.cbl open growth month cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE growmonthcursor END-EXEC.

       s00p-ensure-stats-history.

           if ddl-is-allowed
             perform s00p-create-stats-history.

       s00p-create-stats-history.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_stats_history (
                    id          BIGSERIAL PRIMARY KEY,
                    snapshot_at TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    prime_count NUMERIC(18),
                    max_prime   NUMERIC(18),
                    max_gap     NUMERIC(18),
                    twin_count  NUMERIC(18) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stats history nok"
               upon scherm.

       r76-attr-chunk.

           perform s00n-ensure-attributes.

           move "N" to at-done.
           if at-chunk-size = zero
             move 10000 to at-chunk-size.

           move zero to at-last-ident.
           EXEC SQL at primes
             SELECT COALESCE(last_ident, 0) INTO :at-last-ident
               FROM primes_attr_checkpoint WHERE id = 1
           END-EXEC.

           move zero to at-max-ident.
           EXEC SQL at primes
             SELECT COALESCE(MAX(ident), 0) INTO :at-max-ident
               FROM primes
           END-EXEC.

           EXEC SQL at primes
             INSERT INTO primes_attributes
                    ( ident, palindrome, mersenne, sophie_germain )
             SELECT p.ident,
                    CASE WHEN CAST(p.prime AS TEXT)
                              = REVERSE(CAST(p.prime AS TEXT))
                         THEN 'Y' ELSE 'N' END,
                    CASE WHEN ( CAST(p.prime AS BIGINT) + 1 )
                              & CAST(p.prime AS BIGINT) = 0
                         THEN 'Y' ELSE 'N' END,
                                       + 1 )
                         THEN 'Y' ELSE 'N' END
               FROM primes p
              WHERE p.ident >  :at-last-ident
                AND p.ident <= :at-last-ident + :at-chunk-size
             ON CONFLICT ( ident ) DO NOTHING
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100 then
             add at-chunk-size to at-last-ident
             if at-last-ident >= at-max-ident
               move at-max-ident to at-last-ident
               move "Y" to at-done
             end-if
             EXEC SQL at primes
               INSERT INTO primes_attr_checkpoint ( id, last_ident )
                      VALUES ( 1, :at-last-ident )
               ON CONFLICT ( id ) DO UPDATE SET
                      last_ident = :at-last-ident
             END-EXEC
             if SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl attr checkpoint nok" upon scherm
               move 1 to dal-result
             end-if
           else
             display SQLCODE upon scherm
             display "primes.cbl attr chunk insert nok" upon scherm
             move 0159 to errlog-msgno
             move 'Attribute sweep chunk failed.' to errlog-message
             MOVE 'CLASSIFY' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r76a-class-cursor.

           perform s00n-ensure-attributes.

           EXEC SQL OPEN classcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open class cursor nok" upon scherm
             move 1 to dal-result.

       r76b-class-next.

           EXEC SQL FETCH classcursor
             INTO :cl-row-ident, :cl-row-prime, :cl-row-twin
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move cl-row-ident to primes-sequence
               move cl-row-prime to prime-number
               move cl-row-twin  to prime-is-twin
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE classcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl class fetch nok" upon scherm
               move 1 to dal-result
           end-evaluate.

       s00n-ensure-attributes.

           if ddl-is-allowed
             perform s00n-create-attributes.

       s00n-create-attributes.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_attributes (
                    ident          NUMERIC(18) PRIMARY KEY,
                    palindrome     CHAR(1) NOT NULL DEFAULT 'N',
                    mersenne       CHAR(1) NOT NULL DEFAULT 'N',
                    sophie_germain CHAR(1) NOT NULL DEFAULT 'N' )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure attributes nok" upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_attr_checkpoint (
                    id         NUMERIC(1) PRIMARY KEY,
                    last_ident NUMERIC(18) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure attr checkpoint nok"
               upon scherm.

       r77c-density-bands.

           move zero to dn-count.
           if dn-band-width = zero
             move 1000000 to dn-band-width.

           if dn-band-width = 1000000
             perform s00af-ensure-band-meta
             move zero to band-meta-rows
             EXEC SQL at primes
               SELECT COUNT(*) INTO :band-meta-rows
                 FROM primes_band_meta
             END-EXEC
             if SQLCODE = 0 and band-meta-rows > zero
               perform r77d-density-from-meta
             else
               perform r77e-density-full-scan
             end-if
           else
             perform r77e-density-full-scan.

       r77d-density-from-meta.

           EXEC SQL OPEN banddenscursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dn-count >= 50
               EXEC SQL FETCH banddenscursor
                 INTO :dnr-band, :dnr-count, :dnr-expected
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dn-count
                 move dnr-band     to db-band(dn-count)
                 move dnr-count    to db-count(dn-count)
                 move dnr-expected to db-expected(dn-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open band density cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE banddenscursor END-EXEC.

       r77e-density-full-scan.

           EXEC SQL OPEN densitycursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dn-count >= 50
               EXEC SQL FETCH densitycursor
                 INTO :dnr-band, :dnr-count, :dnr-expected
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dn-count
                 move dnr-band     to db-band(dn-count)
                 move dnr-count    to db-count(dn-count)
                 move dnr-expected to db-expected(dn-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open density cursor nok" upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE densitycursor END-EXEC.

       r77b-goldbach-pairs.

           move zero to gb-count.
           if gb-cap = zero
             move 1 to gb-cap.
           if gb-cap > 50
             move 50 to gb-cap.
           move gb-cap to gb-fetch-limit.

           EXEC SQL OPEN goldbachcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or gb-count >= gb-cap
               EXEC SQL FETCH goldbachcursor
                 INTO :gbr-low, :gbr-high
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to gb-count
                 move gbr-low  to gb-low(gb-count)
                 move gbr-high to gb-high(gb-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open goldbach cursor nok" upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE goldbachcursor END-EXEC.

       r79-batch-list.

           perform s00l-ensure-batch-register.
           perform s00m-ensure-batch-ack-columns.
           perform s00ad-ensure-subscribers.

           move zero to ba-count.

           EXEC SQL OPEN batchcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or ba-count >= 50
               EXEC SQL FETCH batchcursor
                 INTO :br-number, :br-closed, :br-records,
                      :br-overdue, :br-subscriber, :br-dir
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to ba-count
                 move br-number     to be-number(ba-count)
                 move br-closed     to be-closed(ba-count)
                 move br-records    to be-records(ba-count)
                 move br-overdue    to be-overdue(ba-count)
                 move br-subscriber to be-subscriber(ba-count)
                 move br-dir        to be-dir(ba-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open batch cursor nok" upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE batchcursor END-EXEC.

       r79a-batch-ack.

           EXEC SQL at primes
             UPDATE primes_batch_register
                SET acknowledged_at = CURRENT_TIMESTAMP,
                    ack_status      = TRIM(:ba-status)
              WHERE batch_number = :ba-number
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl batch ack nok" upon scherm
             move 1 to dal-result.

       r79b-batch-republish.

           perform s00ad-ensure-subscribers.

           move zero  to ba-republished rp-first-ident rp-last-ident.
           move space to ba-subscriber ba-format ba-directory.

           EXEC SQL at primes
             SELECT COALESCE(first_ident, 0), COALESCE(last_ident, 0),
                    COALESCE(subscriber, ' ')
                    INTO :rp-first-ident, :rp-last-ident,
                         :ba-subscriber
               FROM primes_batch_register
              WHERE batch_number = :ba-number
           END-EXEC.

           if SQLCODE not = 0 or rp-last-ident = zero
             display "primes.cbl republish unknown batch" upon scherm
             move 1 to dal-result
           else
             if ba-subscriber not = spaces
               EXEC SQL at primes
                 SELECT fmt, COALESCE(directory, ' ')
                        INTO :ba-format, :ba-directory
                   FROM primes_subscribers
                  WHERE TRIM(name) = TRIM(:ba-subscriber)
               END-EXEC
               if SQLCODE not = 0
                 move space to ba-format ba-directory
               end-if
             end-if
             perform r79c-write-republish-file.

       r79c-write-republish-file.

           move ba-number to iface-batch-number.
           move spaces to finterface-filename.
           if ba-directory = spaces
             string "primes_interface_" delimited by size
                    iface-batch-number  delimited by size
                    ".dat"              delimited by size
                    into finterface-filename
             end-string
           else
             string function trim(ba-directory) delimited by size
                    "/primes_interface_" delimited by size
                    iface-batch-number  delimited by size
                    ".dat"              delimited by size
                    into finterface-filename
             end-string.

           open output finterface.
           if finterface-status not = "00"
             display finterface-status upon scherm
             display "primes.cbl republish file open nok" upon scherm
             move 1 to dal-result
           else

             if ba-subscriber = spaces
               move "INTERFACE"   to sign-party
             else
               move ba-subscriber to sign-party
             end-if
             perform s97e-open-signature

             EXEC SQL OPEN republishcursor END-EXEC

             if SQLCODE = 0   then
               perform until SQLCODE not = 0
                 EXEC SQL FETCH republishcursor
                   INTO :rp-row-ident, :rp-row-prime
                 END-EXEC
                 if SQLCODE = 0   then
                   if ba-format = "C"
                     move rp-row-ident to fan-ident-ed
                     move rp-row-prime to fan-prime-ed
                     move spaces to fan-csv-line
                     string function trim(fan-ident-ed)
                              delimited by size
                            ","  delimited by size
                            function trim(fan-prime-ed)
                              delimited by size
                            into fan-csv-line
                     end-string
                     move fan-csv-line to interface-buffer
                   else
                     move rp-row-ident to if-ident
                     move rp-row-prime to if-prime
                     move iface-line   to interface-buffer
                   end-if
                   perform s97d-write-signed-line
                   add 1 to ba-republished
                 end-if
               end-perform
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl open republish cursor nok"
                 upon scherm
               move 1 to dal-result
             end-if

             EXEC SQL CLOSE republishcursor END-EXEC

             move iface-batch-number to it-batch
             move ba-republished     to it-count
             move iface-trailer      to interface-buffer
             perform s97d-write-signed-line
             close finterface
             perform s97f-close-signature
             perform s00bj-ensure-batch-signature

             EXEC SQL at primes
               UPDATE primes_batch_register
                  SET signature = NULLIF(TRIM(:iface-signature), '')
                WHERE batch_number = :ba-number
             END-EXEC
             if SQLCODE = 0
               perform r84-commit-work
             else
               display SQLCODE upon scherm
               display "primes.cbl republish signature nok"
                 upon scherm
             end-if

             move spaces to fready-filename
             if ba-directory = spaces
               string "primes_interface_" delimited by size
                      iface-batch-number  delimited by size
                      ".ready"            delimited by size
                      into fready-filename
               end-string
             else
               string function trim(ba-directory) delimited by size
                      "/primes_interface_" delimited by size
                      iface-batch-number  delimited by size
                      ".ready"            delimited by size
                      into fready-filename
               end-string
             end-if
             perform s97g-write-ready-mark

           end-if.

       s00m-ensure-batch-ack-columns.

           if ddl-is-allowed
             perform s00m-create-batch-ack-columns.

       s00m-create-batch-ack-columns.

           EXEC SQL at primes
             ALTER TABLE primes_batch_register
                    ADD COLUMN IF NOT EXISTS acknowledged_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure batch ack column nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_batch_register
                    ADD COLUMN IF NOT EXISTS ack_status VARCHAR(10)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure batch ack status column nok"
               upon scherm.

       r78-catalog-register.

           perform s00k-ensure-report-catalog.

           EXEC SQL at primes
             INSERT INTO primes_report_catalog
                    ( filename, mode, run_id, row_count, page_count,
                      keep_days, created_at, deleted, params,
                      rerun_of )
                    VALUES ( TRIM(:cat-filename), TRIM(:cat-mode),
                             :dal-run-id, :cat-rows, :cat-pages,
                             :cat-keep-days, CURRENT_TIMESTAMP, 'N',
                             TRIM(:cat-params),
                             NULLIF( CAST(:cat-rerun-of
                                          AS NUMERIC), 0 ) )
             RETURNING id INTO :cat-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl catalog register nok" upon scherm
             move 1 to dal-result.

       r78a-catalog-list.

           perform s00k-ensure-report-catalog.
           perform s00bk-ensure-legal-hold.

           move zero to cat-count.

           EXEC SQL OPEN catalogcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or cat-count >= 100
               EXEC SQL FETCH catalogcursor
                 INTO :cr-id, :cr-filename, :cr-mode, :cr-run,
                      :cr-rows, :cr-created, :cr-expired
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to cat-count
                 move cr-id       to ce-id(cat-count)
                 move cr-filename to ce-filename(cat-count)
                 move cr-mode     to ce-mode(cat-count)
                 move cr-run      to ce-run(cat-count)
                 move cr-rows     to ce-rows(cat-count)
                 move cr-created  to ce-created(cat-count)
                 move cr-expired  to ce-expired(cat-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open catalog cursor nok" upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE catalogcursor END-EXEC.

       r78c-catalog-sweep-list.

           perform s00k-ensure-report-catalog.
           perform s00bk-ensure-legal-hold.

           move zero to cat-count.

           EXEC SQL OPEN catsweepcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or cat-count >= 100
               EXEC SQL FETCH catsweepcursor
                 INTO :cr-id, :cr-filename, :cr-mode, :cr-run,
                      :cr-rows, :cr-created, :cr-expired
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to cat-count
                 move cr-id       to ce-id(cat-count)
                 move cr-filename to ce-filename(cat-count)
                 move cr-mode     to ce-mode(cat-count)
                 move cr-run      to ce-run(cat-count)
                 move cr-rows     to ce-rows(cat-count)
                 move cr-created  to ce-created(cat-count)
                 move cr-expired  to ce-expired(cat-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open catalog sweep cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE catsweepcursor END-EXEC.

       r78b-catalog-mark.

           EXEC SQL at primes
             UPDATE primes_report_catalog
                SET deleted = 'Y'
              WHERE id = :cat-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl catalog mark nok" upon scherm
             move 1 to dal-result.

       s00k-ensure-report-catalog.

           if ddl-is-allowed
             perform s00k-create-report-catalog.

       s00k-create-report-catalog.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_report_catalog (
                    id         BIGSERIAL PRIMARY KEY,
                    filename   VARCHAR(40) NOT NULL,
                    mode       VARCHAR(16),
                    run_id     NUMERIC(9),
                    row_count  NUMERIC(18),
                    page_count NUMERIC(4),
                    keep_days  NUMERIC(4) DEFAULT 30,
                    created_at TIMESTAMP NOT NULL
                               DEFAULT CURRENT_TIMESTAMP,
                    deleted    CHAR(1) NOT NULL DEFAULT 'N' )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure report catalog nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_report_catalog
                    ADD COLUMN IF NOT EXISTS params VARCHAR(80)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure catalog params nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_report_catalog
                    ADD COLUMN IF NOT EXISTS rerun_of NUMERIC(9)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure catalog rerun link nok"
               upon scherm.

       r46-nth-prime.

           perform r46f-table-coverage.

           move "N"  to pc-found.
           move zero to pc-result.

           if pc-number = zero
             move 0 to dal-result
           else
             compute pc-offset = pc-number - 1

             EXEC SQL at primes
               SELECT prime INTO :pc-result
                 FROM primes
                ORDER BY prime
               OFFSET :pc-offset
                LIMIT 1
             END-EXEC

             evaluate true
               when SQLCODE = 0
                 move "Y" to pc-found
                 move 0 to dal-result
               when SQLCODE = 100
                 move 0 to dal-result
               when other
                 display SQLCODE upon scherm
                 display "primes.cbl nth prime nok" upon scherm
                 move 0362 to errlog-msgno
                 move 'Nth-prime query failed.' to errlog-message
                 MOVE 'NTHPRIME' TO CUR-STEP
                 perform r00b-log-error
                 move 1 to dal-result
             end-evaluate.

       r46a-prime-count.

           perform r46f-table-coverage.

           move zero to pc-result.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :pc-result
               FROM primes
              WHERE prime <= :pc-number
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl prime count nok" upon scherm
             move 0363 to errlog-msgno
             move 'Prime count query failed.' to errlog-message
             MOVE 'PRIMECOUNT' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46b-range-count.

           perform r46f-table-coverage.

           move zero to pc-row-count.
           move "N"  to pc-truncated.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :pc-row-count
               FROM primes
              WHERE prime >= :pc-low
                AND prime <= :pc-high
           END-EXEC.

           if SQLCODE = 0   then
             if pc-limit > zero and pc-row-count > pc-limit
               move "Y" to pc-truncated
             end-if
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl range count nok" upon scherm
             move 0364 to errlog-msgno
             move 'Primes-in-range listing failed.' to errlog-message
             MOVE 'PRIMERANGE' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46c-range-cursor.

           EXEC SQL OPEN rangecursor END-EXEC.

           if SQLCODE = 0   then
             move zero to pc-seq
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open range cursor nok" upon scherm
             move 1 to dal-result.

       r46d-range-next.

           EXEC SQL FETCH rangecursor
             INTO :rpr-ident, :rpr-prime
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               add 1 to pc-seq
               move rpr-ident to primes-sequence
               move rpr-prime to prime-number pc-prime
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE rangecursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl range fetch nok" upon scherm
               move 1 to dal-result
           end-evaluate.

       r46e-range-answer.

           perform s00v-ensure-service-tables.

           perform r46b-range-count.

           if pc-limit = zero
             move 999999999 to pc-limit-work
           else
             move pc-limit  to pc-limit-work.

           if dal-method-ok

             EXEC SQL at primes
               DELETE FROM primes_response_row
                WHERE request_id = :rq-id
             END-EXEC

             EXEC SQL at primes
               INSERT INTO primes_response_row
                      ( request_id, seq, value )
                      SELECT :rq-id,
                             ROW_NUMBER() OVER (ORDER BY prime),
                             prime
                        FROM primes
                       WHERE prime >= :pc-low
                         AND prime <= :pc-high
                       ORDER BY prime
                       LIMIT :pc-limit-work
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
               perform r84-commit-work
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl range answer rows nok"
                 upon scherm
               move 0369 to errlog-msgno
               move 'Range answer rows could not be stored.'
                 to errlog-message
               MOVE 'SERVICE' TO CUR-STEP
               perform r00b-log-error
               move 1 to dal-result
             end-if

           end-if.

       r46f-table-coverage.

           move zero to pc-table-count pc-max-prime.

           EXEC SQL at primes
             SELECT COUNT(*), COALESCE(MAX(prime), 0)
                    INTO :pc-table-count, :pc-max-prime
               FROM primes
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl table coverage nok" upon scherm.

       r46i-coverage-method.

           perform r46f-table-coverage.

           if SQLCODE = 0
             move 0 to dal-result
           else
             move 1 to dal-result.

       r46j-ap-clear.

           perform s00al-ensure-ap-found.

           EXEC SQL at primes
             DELETE FROM primes_ap_found
              WHERE run_key = TRIM(:ap-run-key)
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl progression clear nok" upon scherm
             move 1 to dal-result.

       r46k-ap-record.

           perform s00al-ensure-ap-found.

           EXEC SQL at primes
             INSERT INTO primes_ap_found
                    ( run_key, start_prime, difference, length,
                      band_no )
                    VALUES ( TRIM(:ap-run-key), :ap-start, :ap-diff,
                             :ap-length,
                             FLOOR(:ap-start / 1000000) )
             ON CONFLICT ( run_key, start_prime, difference )
                DO NOTHING
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl progression insert nok" upon scherm
             move 0378 to errlog-msgno
             move 'Arithmetic progression search failed.'
               to errlog-message
             MOVE 'APSEARCH' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46l-ap-summary.

           perform s00al-ensure-ap-found.

           move zero to ap-band-count ap-len-count.

           EXEC SQL OPEN apbandcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or ap-band-count >= 50
               EXEC SQL FETCH apbandcursor
                 INTO :apr-band, :apr-found, :apr-length,
                      :apr-start, :apr-diff
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to ap-band-count
                 move apr-band   to apb-band(ap-band-count)
                 move apr-found  to apb-found(ap-band-count)
                 move apr-length to apb-length(ap-band-count)
                 move apr-start  to apb-start(ap-band-count)
                 move apr-diff   to apb-diff(ap-band-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open progression band cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE apbandcursor END-EXEC.

           if dal-method-ok

             EXEC SQL OPEN aplengthcursor END-EXEC

             if SQLCODE = 0   then
               perform until SQLCODE not = 0
                              or ap-len-count >= 30
                 EXEC SQL FETCH aplengthcursor
                   INTO :apl-row-length, :apl-row-found
                 END-EXEC
                 if SQLCODE = 0   then
                   add 1 to ap-len-count
                   move apl-row-length to apl-length(ap-len-count)
                   move apl-row-found  to apl-found(ap-len-count)
                 end-if
               end-perform
             else
               display SQLCODE upon scherm
               display "primes.cbl open progression length cursor nok"
                 upon scherm
               move 1 to dal-result
             end-if

             EXEC SQL CLOSE aplengthcursor END-EXEC

           end-if.

      *    the totals are trusted only while they hold one gap for
      *    every prime up to gf-last-prime but the first; after a
      *    reset or rollback they are counted again from the start
       r46m-gapfreq-update.

           perform s00am-ensure-gap-freq.

           move "N"  to gf-rebuilt.
           move zero to gf-gaps-added gf-last-prime gf-total-work
                        gf-count-work.

           EXEC SQL at primes
             SELECT COALESCE(MAX(last_prime), 0)
                    INTO :gf-last-prime
               FROM primes_gap_freq_state
           END-EXEC.

           EXEC SQL at primes
             SELECT COALESCE(SUM(gap_count), 0)
                    INTO :gf-total-work
               FROM primes_gap_freq
           END-EXEC.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :gf-count-work
               FROM primes
              WHERE prime <= :gf-last-prime
           END-EXEC.

           if gf-last-prime > zero
              and gf-total-work + 1 not = gf-count-work
             move "Y"  to gf-rebuilt
             move zero to gf-last-prime
             EXEC SQL at primes
               DELETE FROM primes_gap_freq
             END-EXEC
           end-if.

           move zero to gf-max-work.
           EXEC SQL at primes
             SELECT COALESCE(MAX(prime), 0) INTO :gf-max-work
               FROM primes
           END-EXEC.

           EXEC SQL at primes
             INSERT INTO primes_gap_freq
                    ( band_no, gap_size, gap_count )
                    SELECT FLOOR( g.low_prime / 1000000 ),
                           g.high_prime - g.low_prime, COUNT(*)
                      FROM ( SELECT prime AS low_prime,
                                    LEAD(prime) OVER
                                        ( ORDER BY prime )
                                      AS high_prime
                               FROM primes
                              WHERE prime >= :gf-last-prime ) g
                     WHERE g.high_prime IS NOT NULL
                     GROUP BY 1, 2
             ON CONFLICT ( band_no, gap_size ) DO UPDATE SET
                    gap_count = primes_gap_freq.gap_count
                              + EXCLUDED.gap_count
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100

             EXEC SQL at primes
               SELECT COALESCE(SUM(gap_count), 0)
                      INTO :gf-count-work
                 FROM primes_gap_freq
             END-EXEC

             if gf-was-rebuilt
               move gf-count-work to gf-gaps-added
             else
               compute gf-gaps-added = gf-count-work - gf-total-work
             end-if

             EXEC SQL at primes
               DELETE FROM primes_gap_freq_state
             END-EXEC

             EXEC SQL at primes
               INSERT INTO primes_gap_freq_state
                      ( last_prime, updated_at )
                      VALUES ( :gf-max-work, CURRENT_TIMESTAMP )
             END-EXEC

             move gf-max-work to gf-last-prime
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl gap frequency update nok"
               upon scherm
             move 0389 to errlog-msgno
             move 'Gap frequency report failed.' to errlog-message
             MOVE 'GAPFREQ' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46n-gapfreq-bands.

           perform s00am-ensure-gap-freq.

           move zero to gf-band-count.

           EXEC SQL OPEN gapfreqbandcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or gf-band-count >= 50
               EXEC SQL FETCH gapfreqbandcursor
                 INTO :gfr-band, :gfr-gaps, :gfr-average,
                      :gfr-expected, :gfr-champion,
                      :gfr-champion-count
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to gf-band-count
                 move gfr-band     to gfb-band(gf-band-count)
                 move gfr-gaps     to gfb-gaps(gf-band-count)
                 move gfr-average  to gfb-average(gf-band-count)
                 move gfr-expected to gfb-expected(gf-band-count)
                 move gfr-champion to gfb-champion(gf-band-count)
                 move gfr-champion-count
                   to gfb-champion-count(gf-band-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open gap frequency band cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE gapfreqbandcursor END-EXEC.

       r46o-gapfreq-sizes.

           perform s00am-ensure-gap-freq.

           move zero to gf-size-count.

           EXEC SQL OPEN gapfreqsizecursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or gf-size-count >= 200
               EXEC SQL FETCH gapfreqsizecursor
                 INTO :gfr-size, :gfr-count
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to gf-size-count
                 move gfr-size  to gfs-size(gf-size-count)
                 move gfr-count to gfs-count(gf-size-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open gap frequency size cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE gapfreqsizecursor END-EXEC.

       s00am-ensure-gap-freq.

           if ddl-is-allowed
             perform s00am-create-gap-freq.

       s00am-create-gap-freq.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_gap_freq (
                    band_no    NUMERIC(12) NOT NULL,
                    gap_size   NUMERIC(9)  NOT NULL,
                    gap_count  NUMERIC(18) NOT NULL,
                    PRIMARY KEY ( band_no, gap_size ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure gap frequency nok" upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_gap_freq_state (
                    last_prime NUMERIC(18) NOT NULL,
                    updated_at TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure gap frequency state nok"
               upon scherm.

      *    the primary key on prime is what keeps a prime from ever
      *    being handed out twice, whoever asks
       r46p-issue-take.

           perform s00an-ensure-issued.

           move "N" to iss-taken.

           EXEC SQL at primes
             INSERT INTO primes_issued
                    ( prime, requester, purpose, spec, seed, draw_no,
                      request_id, run_id )
                    VALUES ( :iss-prime, TRIM(:iss-requester),
                             NULLIF( TRIM(:iss-purpose), '' ),
                             TRIM(:iss-spec), :iss-seed, :iss-draw-no,
                             NULLIF( CAST(:iss-request-id
                                          AS NUMERIC), 0 ),
                             NULLIF( CAST(:dal-run-id
                                          AS NUMERIC), 0 ) )
             ON CONFLICT ( prime ) DO NOTHING
             RETURNING prime INTO :iss-prime-back
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to iss-taken
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl issuance insert nok" upon scherm
               move 0394 to errlog-msgno
               move 'Random prime issuance failed.' to errlog-message
               MOVE 'ISSUE' TO CUR-STEP
               perform r00b-log-error
               move 1 to dal-result
           end-evaluate.

       r46q-issue-cursor.

           perform s00an-ensure-issued.

           EXEC SQL OPEN issuecursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open issuance cursor nok" upon scherm
             move 1 to dal-result.

       r46r-issue-next.

           EXEC SQL FETCH issuecursor
             INTO :isr-month, :isr-requester, :isr-purpose,
                  :isr-count, :isr-first, :isr-last
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move isr-month     to iss-row-month
               move isr-requester to iss-row-requester
               move isr-purpose   to iss-row-purpose
               move isr-count     to iss-row-count
               move isr-first     to iss-row-first
               move isr-last      to iss-row-last
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE issuecursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl issuance fetch nok" upon scherm
               move 1 to dal-result
           end-evaluate.

       r46s-rsprow-put.

           perform s00v-ensure-service-tables.

           EXEC SQL at primes
             INSERT INTO primes_response_row
                    ( request_id, seq, value )
                    VALUES ( :rq-id, :pc-seq, :pc-prime )
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl response row insert nok" upon scherm
             move 1 to dal-result.

       r46t-prov-cursor.

           EXEC SQL OPEN provcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open provenance cursor nok"
               upon scherm
             move 1 to dal-result.

       r46u-prov-next.

           EXEC SQL FETCH provcursor
             INTO :pvr-type, :pvr-id, :pvr-count, :pvr-low,
                  :pvr-high, :pvr-runs, :pvr-last-run
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move pvr-type     to pv-row-type
               move pvr-id       to pv-row-id
               move pvr-count    to pv-row-count
               move pvr-low      to pv-row-low
               move pvr-high     to pv-row-high
               move pvr-runs     to pv-row-runs
               move pvr-last-run to pv-row-last-run
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE provcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl provenance fetch nok" upon scherm
               move 1 to dal-result
           end-evaluate.

      *    provenance of one row, found by prime or, for the verify
      *    sweep, by ident
       r46v-prov-number.

           move "N" to pv-found.
           move zero to pv-ident pv-prime pv-run.
           move spaces to pv-type pv-id pv-at pv-run-mode
                          pv-run-operator pv-run-start.

           EXEC SQL at primes
             SELECT p.ident, p.prime,
                    COALESCE(p.origin_type, 'unknown'),
                    COALESCE(p.origin_id, ' '),
                    COALESCE(p.origin_run, 0),
                    COALESCE(TO_CHAR(p.origin_at,
                                     'YYYY-MM-DD HH24:MI:SS'), ' '),
                    COALESCE(r.mode, ' '),
                    COALESCE(r.operator, ' '),
                    COALESCE(TO_CHAR(r.start_time,
                                     'YYYY-MM-DD HH24:MI:SS'), ' ')
               INTO :pv-ident, :pv-prime, :pv-type, :pv-id, :pv-run,
                    :pv-at, :pv-run-mode, :pv-run-operator,
                    :pv-run-start
               FROM primes p
               LEFT JOIN primes_run_log r ON r.id = p.origin_run
              WHERE ( p.prime = :pv-number AND :pv-by-ident = 'N' )
                 OR ( p.ident = :pv-number AND :pv-by-ident = 'Y' )
              LIMIT 1
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to pv-found
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl provenance lookup nok" upon scherm
               move 1 to dal-result
           end-evaluate.

       r46w-userrpt-open.

           perform s00n-ensure-attributes.

           if ur-limit = zero
             move 999999999 to userrpt-limit
           else
             move ur-limit  to userrpt-limit.

           EXEC SQL OPEN userrptcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open user report cursor nok"
               upon scherm
             move 0406 to errlog-msgno
             move 'User report selection failed.' to errlog-message
             MOVE 'USERRPT' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46x-userrpt-next.

           EXEC SQL FETCH userrptcursor
             INTO :usr-ident, :usr-prime, :usr-twin, :usr-band,
                  :usr-gap, :usr-pal, :usr-mer, :usr-sg,
                  :usr-origin, :usr-last-digit, :usr-digits
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move usr-ident      to urr-ident
               move usr-prime      to urr-prime
               move usr-twin       to urr-twin
               move usr-band       to urr-band
               move usr-gap        to urr-gap
               move usr-pal        to urr-pal
               move usr-mer        to urr-mer
               move usr-sg         to urr-sg
               move usr-origin     to urr-origin
               move usr-last-digit to urr-last-digit
               move usr-digits     to urr-digits
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE userrptcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl user report fetch nok" upon scherm
               EXEC SQL CLOSE userrptcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r46y-delivery-log.

           perform s00ao-ensure-delivery-log.

           EXEC SQL at primes
             INSERT INTO primes_delivery_log
                    ( cat_id, mode, filename, recipient, target, fmt,
                      copies, status, reason, resend_of, run_id,
                      logged_at )
                    VALUES ( :dv-cat-id, TRIM(:dv-mode),
                             TRIM(:dv-filename), TRIM(:dv-recipient),
                             TRIM(:dv-target), :dv-format, :dv-copies,
                             TRIM(:dv-status),
                             NULLIF( TRIM(:dv-reason), '' ),
                             NULLIF( CAST(:dv-resend-of
                                          AS NUMERIC), 0 ),
                             :dal-run-id, CURRENT_TIMESTAMP )
             RETURNING id INTO :dv-id
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl delivery log insert nok" upon scherm
             move 0424 to errlog-msgno
             move 'Report delivery could not be logged.'
               to errlog-message
             MOVE 'DELIVER' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r46z-delivery-cursor.

           perform s00ao-ensure-delivery-log.

           EXEC SQL OPEN deliverycursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open delivery cursor nok" upon scherm
             move 1 to dal-result.

       r47b-delivery-next.

           EXEC SQL FETCH deliverycursor
             INTO :dlr-id, :dlr-at, :dlr-cat-id, :dlr-mode,
                  :dlr-filename, :dlr-recipient, :dlr-target,
                  :dlr-format, :dlr-copies, :dlr-status,
                  :dlr-reason, :dlr-resend-of
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move dlr-id        to dv-row-id
               move dlr-at        to dv-row-at
               move dlr-cat-id    to dv-row-cat-id
               move dlr-mode      to dv-row-mode
               move dlr-filename  to dv-row-filename
               move dlr-recipient to dv-row-recipient
               move dlr-target    to dv-row-target
               move dlr-format    to dv-row-format
               move dlr-copies    to dv-row-copies
               move dlr-status    to dv-row-status
               move dlr-reason    to dv-row-reason
               move dlr-resend-of to dv-row-resend-of
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE deliverycursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl delivery fetch nok" upon scherm
               EXEC SQL CLOSE deliverycursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    the latest delivery of a catalogued report to a recipient
       r47c-delivery-fetch.

           perform s00ao-ensure-delivery-log.

           move "N" to dv-found.

           EXEC SQL at primes
             SELECT id, target, fmt, copies
                    INTO :dv-id, :dv-target, :dv-format, :dv-copies
               FROM primes_delivery_log
              WHERE cat_id = :dv-cat-id
                AND TRIM(recipient) = TRIM(:dv-recipient)
              ORDER BY id DESC
              LIMIT 1
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to dv-found
               move 0 to dal-result
             when SQLCODE = 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl delivery fetch nok" upon scherm
               move 1 to dal-result
           end-evaluate.

       s00ao-ensure-delivery-log.

           if ddl-is-allowed
             perform s00ao-create-delivery-log.

       s00ao-create-delivery-log.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_delivery_log (
                    id         SERIAL PRIMARY KEY,
                    cat_id     NUMERIC(9)  NOT NULL,
                    mode       VARCHAR(16),
                    filename   VARCHAR(40),
                    recipient  VARCHAR(16) NOT NULL,
                    target     VARCHAR(40) NOT NULL,
                    fmt        CHAR(1),
                    copies     NUMERIC(2),
                    status     VARCHAR(10) NOT NULL,
                    reason     VARCHAR(60),
                    resend_of  NUMERIC(9),
                    run_id     NUMERIC(9),
                    logged_at  TIMESTAMP NOT NULL
                               DEFAULT CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure delivery log nok"
               upon scherm.

       r47d-threeway-cursor.

           EXEC SQL OPEN threewaycursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open threeway cursor nok" upon scherm
             move 1 to dal-result.

       r47e-threeway-next.

           EXEC SQL FETCH threewaycursor
             INTO :twr-ident, :twr-prime
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move twr-ident to tw-row-ident
               move twr-prime to tw-row-prime
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE threewaycursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl threeway fetch nok" upon scherm
               EXEC SQL CLOSE threewaycursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r47f-threeway-batches.

           perform s00ap-ensure-batch-archive.

           EXEC SQL OPEN threewaybatchcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open threeway batch cursor nok"
               upon scherm
             move 1 to dal-result.

       r47g-threeway-batch-next.

           EXEC SQL FETCH threewaybatchcursor
             INTO :twb-number, :twb-first, :twb-last, :twb-records,
                  :twb-tab-rows, :twb-tab-sum
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move twb-number   to tw-bat-number
               move twb-first    to tw-bat-first
               move twb-last     to tw-bat-last
               move twb-records  to tw-bat-records
               move twb-tab-rows to tw-bat-tab-rows
               move twb-tab-sum  to tw-bat-tab-sum
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE threewaybatchcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl threeway batch fetch nok"
                 upon scherm
               EXEC SQL CLOSE threewaybatchcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r47h-threeway-gaps.

           perform s00ap-ensure-batch-archive.

           EXEC SQL OPEN threewaygapcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open threeway gap cursor nok"
               upon scherm
             move 1 to dal-result.

       r47i-threeway-gap-next.

           EXEC SQL FETCH threewaygapcursor
             INTO :twg-first, :twg-last, :twg-count
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move twg-first to tw-gap-first
               move twg-last  to tw-gap-last
               move twg-count to tw-gap-count
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE threewaygapcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl threeway gap fetch nok" upon scherm
               EXEC SQL CLOSE threewaygapcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    a second connection, so the session's own connection and
      *    run log stay untouched; one attempt only, an environment
      *    that does not answer is reported, not retried
       r47j-inventory-probe.

           move "N"    to iv-reached iv-run-known iv-run-ended
                          iv-lock-held iv-alerts-known iv-queue-known
                          iv-version-known.
           move spaces to iv-reason iv-run-mode iv-run-start iv-period.
           move zero   to iv-rows iv-max-prime iv-run-result
                          iv-alerts-open iv-queue-pending iv-version.

           move spaces to INV-DATASRC.
           if iv-datasource = spaces
             string function trim(DATASRC-BASE)  delimited by size
                    "&default_schema="            delimited by size
                    function trim(iv-schema)      delimited by size
                    into INV-DATASRC
             end-string
           else
             string function trim(iv-datasource) delimited by size
                    "&default_schema="            delimited by size
                    function trim(iv-schema)      delimited by size
                    into INV-DATASRC
             end-string
           end-if.

           EXEC SQL
              connect TO :INV-DATASRC AS inventory
                      USER :DBUSR USING :DBPWD
           END-EXEC.

           if SQLCODE not = 0
             move 'connect failed' to iv-reason
           else
             EXEC SQL at inventory
               SELECT COUNT(*) INTO :inv-schema-count
                 FROM information_schema.schemata
                WHERE schema_name = TRIM(:iv-schema)
             END-EXEC
             move 'primes' to inv-table
             perform r47k-inventory-table-check
             evaluate true
               when SQLCODE not = 0
                 move 'catalog query failed' to iv-reason
               when inv-schema-count = zero
                 move 'schema not found' to iv-reason
               when inv-table-count = zero
                 move 'no primes table in schema' to iv-reason
               when other
                 move "Y" to iv-reached
                 perform r47l-inventory-figures
             end-evaluate
             EXEC SQL at inventory ROLLBACK END-EXEC
             EXEC SQL connect RESET inventory END-EXEC
           end-if.

           move 0 to dal-result.

       r47k-inventory-table-check.

           EXEC SQL at inventory
             SELECT COUNT(*) INTO :inv-table-count
               FROM information_schema.tables
              WHERE table_schema = TRIM(:iv-schema)
                AND table_name   = TRIM(:inv-table)
           END-EXEC.

           if SQLCODE not = 0
             move zero to inv-table-count.

       r47l-inventory-figures.

           EXEC SQL at inventory
             SELECT COUNT(*), COALESCE(MAX(prime), 0)
                    INTO :iv-rows, :iv-max-prime
               FROM primes
           END-EXEC.

           move 'primes_run_log' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT mode,
                      TO_CHAR(start_time, 'YYYY-MM-DD HH24:MI'),
                      CASE WHEN end_time IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(result, 0)
                      INTO :iv-run-mode, :iv-run-start,
                           :iv-run-ended, :iv-run-result
                 FROM primes_run_log
                WHERE mode <> 'inventory'
                ORDER BY id DESC
                LIMIT 1
             END-EXEC
             if SQLCODE = 0
               move "Y" to iv-run-known
             end-if
           end-if.

           move 'primes_run_lock' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT COUNT(*) INTO :inv-table-count
                 FROM primes_run_lock
                WHERE id = 1
             END-EXEC
             if SQLCODE = 0 and inv-table-count > zero
               move "Y" to iv-lock-held
             end-if
           end-if.

           move 'primes_alerts' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT COUNT(*) INTO :iv-alerts-open
                 FROM primes_alerts
                WHERE status = 'open'
             END-EXEC
             if SQLCODE = 0
               move "Y" to iv-alerts-known
             end-if
           end-if.

           move 'primes_job_queue' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT COUNT(*) INTO :iv-queue-pending
                 FROM primes_job_queue
                WHERE status = 'pending'
             END-EXEC
             if SQLCODE = 0
               move "Y" to iv-queue-known
             end-if
           end-if.

           move 'primes_period_ledger' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT COALESCE(MAX(period), ' ') INTO :iv-period
                 FROM primes_period_ledger
             END-EXEC
             if SQLCODE not = 0
               move spaces to iv-period
             end-if
           end-if.

           move 'primes_schema_version' to inv-table.
           perform r47k-inventory-table-check.
           if inv-table-count > zero
             EXEC SQL at inventory
               SELECT COALESCE(MAX(version), 0) INTO :iv-version
                 FROM primes_schema_version
             END-EXEC
             if SQLCODE = 0
               move "Y" to iv-version-known
             end-if
           end-if.

       r47m-schema-status.

           perform s00au-read-schema-version.
           move schema-required-version to sv-required.
           move 0 to dal-result.

      *    one change per call, the first one above both the schema
      *    version and sv-change-no; a check run only describes it
       r47n-schema-apply.

           perform s00au-read-schema-version.
           move schema-required-version to sv-required.
           if sv-change-no < sv-current
             move sv-current to sv-change-no
           end-if.
           add 1 to sv-change-no.

           if sv-change-no > schema-required-version
             move 99 to dal-result
           else
             move upg-desc(sv-change-no) to sv-change-desc
             move spaces to sv-applied-at
             if sv-is-check-only
               move 0 to dal-result
             else
               perform s00av-apply-change
             end-if
           end-if.

       s00av-apply-change.

           move "Y" to ddl-allowed.
           perform s00as-ensure-schema-version.

           evaluate sv-change-no
             when 1
               perform s00aw-change-0001
             when 2
               perform s00ax-ensure-space-snapshot
             when 3
               perform s00az-ensure-config-history
             when 4
               perform s00ba-ensure-job-classes
             when 5
               perform s00bb-ensure-dispatchers
             when 6
               perform s00be-ensure-job-output
             when 7
               perform s00bf-ensure-job-chains
             when 8
               perform s00bg-ensure-stream-forecast
             when 9
               perform s00bh-ensure-incidents
             when 10
               perform s00bi-ensure-loadtest
             when 11
               perform s00bj-ensure-batch-signature
             when 12
               perform s00bk-ensure-legal-hold
             when 13
               perform s00bl-ensure-year-ledger
             when 14
               perform s00bm-ensure-operator-signon
           end-evaluate.

           EXEC SQL at primes
             INSERT INTO primes_schema_version
                    ( version, description, applied_by, applied_at )
                    VALUES ( :sv-change-no, TRIM(:sv-change-desc),
                             NULLIF( TRIM(:dal-operator), '' ),
                             CURRENT_TIMESTAMP )
             RETURNING TO_CHAR(applied_at, 'YYYY-MM-DD HH24:MI:SS')
                  INTO :sv-applied-at
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             move sv-change-no to sv-current
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl schema change record nok"
               upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 0440 to errlog-msgno
             move 'Schema change could not be applied.'
               to errlog-message
             MOVE 'UPGRADE' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

      *    everything the programs created on the fly before schema
      *    versions were kept
       s00aw-change-0001.

           perform s00a-ensure-indexes.
           perform s00b-ensure-columns.
           perform s00b2-widen-columns.
           perform s00n-ensure-attributes.
           perform s00l-ensure-batch-register.
           perform s00m-ensure-batch-ack-columns.
           perform s00ad-ensure-subscribers.
           perform s00ap-ensure-batch-archive.
           perform s00d-ensure-job-queue.
           perform s00e-ensure-stream-log.
           perform s00f-ensure-run-lock.
           perform s00j-ensure-error-history.
           perform s00k-ensure-report-catalog.
           perform s00p-ensure-stats-history.
           perform s00q-ensure-segments.
           perform s00r-ensure-verify-checkpoint.
           perform s00v-ensure-service-tables.
           perform s00w-ensure-runlog-archive.
           perform s00x-ensure-alerts.
           perform s00y-ensure-factor-cache.
           perform s00z-ensure-gap-ledger.
           perform s00aa-ensure-operator-audit.
           perform s00ab-ensure-approvals.
           perform s00ac-ensure-report-restart.
           perform s00ae-ensure-chk-history.
           perform s00af-ensure-band-meta.
           perform s00ag-ensure-benchmarks.
           perform s00ah-ensure-cost.
           perform s00ai-ensure-period-ledger.
           perform s00aj-ensure-retention-policy.
           perform s00ak-ensure-journal.
           perform s00al-ensure-ap-found.
           perform s00am-ensure-gap-freq.
           perform s00an-ensure-issued.
           perform s00ao-ensure-delivery-log.
           perform s00ar-ensure-milestones.
           perform s00aq-ensure-retention-archives.

       s00as-ensure-schema-version.

           if ddl-is-allowed
             perform s00as-create-schema-version.

       s00as-create-schema-version.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_schema_version (
                    version     NUMERIC(4) PRIMARY KEY,
                    description VARCHAR(60),
                    applied_by  VARCHAR(16),
                    applied_at  TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure schema version nok"
               upon scherm.

       s00ax-ensure-space-snapshot.

           if ddl-is-allowed
             perform s00ax-create-space-snapshot.

       s00ax-create-space-snapshot.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_space_snapshot (
                    snap_at    TIMESTAMP NOT NULL,
                    kind       CHAR(1) NOT NULL,
                    object     VARCHAR(64) NOT NULL,
                    parent     VARCHAR(64),
                    size_bytes NUMERIC(15),
                    row_est    NUMERIC(18),
                    dead_pct   NUMERIC(4,1),
                    last_maint TIMESTAMP,
                    scans      NUMERIC(18),
                    is_unique  CHAR(1),
                    run_id     NUMERIC(9),
                    PRIMARY KEY ( snap_at, kind, object ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure space snapshot nok"
               upon scherm.

       s00az-ensure-config-history.

           if ddl-is-allowed
             perform s00az-create-config-history.

       s00az-create-config-history.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_config_version (
                    file_name   VARCHAR(40) NOT NULL,
                    version     INTEGER NOT NULL,
                    file_stamp  VARCHAR(40),
                    fingerprint VARCHAR(32) NOT NULL,
                    line_count  INTEGER NOT NULL,
                    captured_at TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    operator    VARCHAR(16),
                    run_id      NUMERIC(9),
                    approved_by VARCHAR(16),
                    approved_at TIMESTAMP,
                    PRIMARY KEY ( file_name, version ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure config version nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_config_line (
                    file_name   VARCHAR(40) NOT NULL,
                    version     INTEGER NOT NULL,
                    line_no     INTEGER NOT NULL,
                    content     VARCHAR(132) NOT NULL,
                    PRIMARY KEY ( file_name, version, line_no ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure config line nok"
               upon scherm.

      *    the archive takes the same columns in the same order, its
      *    rows are copied with SELECT *
       s00ba-ensure-job-classes.

           if ddl-is-allowed
             perform s00ba-create-job-classes.

       s00ba-create-job-classes.

           perform s00d-ensure-job-queue.

           EXEC SQL at primes
             ALTER TABLE primes_job_queue
                    ADD COLUMN IF NOT EXISTS job_class VARCHAR(8)
                        DEFAULT 'REPORT',
                    ADD COLUMN IF NOT EXISTS priority NUMERIC(2)
                        DEFAULT 5
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure job class columns nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_job_queue_archive
                    ADD COLUMN IF NOT EXISTS job_class VARCHAR(8),
                    ADD COLUMN IF NOT EXISTS priority NUMERIC(2)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure archive class columns nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_job_class (
                    job_class   VARCHAR(8) PRIMARY KEY,
                    max_running NUMERIC(3) NOT NULL )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure job class nok" upon scherm.

           EXEC SQL at primes
             INSERT INTO primes_job_class ( job_class, max_running )
                    VALUES ( 'QUICK',  3 ),
                           ( 'REPORT', 2 ),
                           ( 'BATCH',  1 )
             ON CONFLICT ( job_class ) DO NOTHING
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl seed job classes nok" upon scherm.

      *    the dispatcher id is written by every fetch, so the
      *    archive must carry it as well
       s00bb-ensure-dispatchers.

           if ddl-is-allowed
             perform s00bb-create-dispatchers.

       s00bb-create-dispatchers.

           perform s00d-ensure-job-queue.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_dispatcher (
                    disp_id      VARCHAR(40) PRIMARY KEY,
                    host         VARCHAR(32),
                    pid          NUMERIC(9),
                    started_at   TIMESTAMP NOT NULL,
                    heartbeat_at TIMESTAMP NOT NULL,
                    status       VARCHAR(10) NOT NULL,
                    current_job  NUMERIC(9) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure dispatcher nok" upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_job_queue
                    ADD COLUMN IF NOT EXISTS dispatcher_id VARCHAR(40),
                    ADD COLUMN IF NOT EXISTS orphaned_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure queue dispatcher columns nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_job_queue_archive
                    ADD COLUMN IF NOT EXISTS dispatcher_id VARCHAR(40),
                    ADD COLUMN IF NOT EXISTS orphaned_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure archive dispatcher columns nok"
               upon scherm.

      *    job outputs are kept 30 days unless the policy is changed
       s00be-ensure-job-output.

           if ddl-is-allowed
             perform s00be-create-job-output.

       s00be-create-job-output.

           perform s00d-ensure-job-queue.
           perform s00aj-ensure-retention-policy.

           EXEC SQL at primes
             ALTER TABLE primes_job_queue
                    ADD COLUMN IF NOT EXISTS output_file VARCHAR(40),
                    ADD COLUMN IF NOT EXISTS output_purged_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure queue output columns nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_job_queue_archive
                    ADD COLUMN IF NOT EXISTS output_file VARCHAR(40),
                    ADD COLUMN IF NOT EXISTS output_purged_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure archive output columns nok"
               upon scherm.

           EXEC SQL at primes
             INSERT INTO primes_retention_policy
                    ( tbl, status_filter, keep_days, action )
             VALUES ( 'primes_job_output', ' ', 30, 'D' )
             ON CONFLICT ( tbl ) DO NOTHING
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl seed job output retention nok"
               upon scherm.

      *    a follow-on job points to the job that fired its trigger
       s00bf-ensure-job-chains.

           if ddl-is-allowed
             perform s00bf-create-job-chains.

       s00bf-create-job-chains.

           perform s00d-ensure-job-queue.

           EXEC SQL at primes
             ALTER TABLE primes_job_queue
                    ADD COLUMN IF NOT EXISTS parent_job_id NUMERIC(9),
                    ADD COLUMN IF NOT EXISTS trigger_name VARCHAR(16),
                    ADD COLUMN IF NOT EXISTS chain_depth NUMERIC(2)
                        DEFAULT 0
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure queue chain columns nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_job_queue_archive
                    ADD COLUMN IF NOT EXISTS parent_job_id NUMERIC(9),
                    ADD COLUMN IF NOT EXISTS trigger_name VARCHAR(16),
                    ADD COLUMN IF NOT EXISTS chain_depth NUMERIC(2)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure archive chain columns nok"
               upon scherm.

           EXEC SQL at primes
             CREATE INDEX IF NOT EXISTS primes_job_queue_parent_idx
                    ON primes_job_queue ( parent_job_id )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure queue parent index nok"
               upon scherm.

      *    each night of a stream with its deadline and forecasts,
      *    and the typical time of each of its steps
       s00bg-ensure-stream-forecast.

           if ddl-is-allowed
             perform s00bg-create-stream-forecast.

       s00bg-create-stream-forecast.

           perform s00e-ensure-stream-log.

           EXEC SQL at primes
             ALTER TABLE primes_stream_log
                    ADD COLUMN IF NOT EXISTS started_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stream log start nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_stream_log_archive
                    ADD COLUMN IF NOT EXISTS started_at TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stream archive start nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_stream_plan (
                    stream_name  VARCHAR(16) NOT NULL,
                    stream_date  CHAR(8)     NOT NULL,
                    step_no      NUMERIC(3)  NOT NULL,
                    mode         VARCHAR(16),
                    typical_secs NUMERIC(9),
                    PRIMARY KEY ( stream_name, stream_date, step_no ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stream plan nok" upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_stream_run (
                    stream_name     VARCHAR(16) NOT NULL,
                    stream_date     CHAR(8)     NOT NULL,
                    started_at      TIMESTAMP,
                    finished_at     TIMESTAMP,
                    status          VARCHAR(10),
                    deadline_at     TIMESTAMP,
                    first_predicted TIMESTAMP,
                    last_predicted  TIMESTAMP,
                    forecasts       NUMERIC(5) DEFAULT 0,
                    breach_alerted  CHAR(1)    DEFAULT 'N',
                    PRIMARY KEY ( stream_name, stream_date ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stream run nok" upon scherm.

      *    incidents and the alerts grouped under them
       s00bh-ensure-incidents.

           if ddl-is-allowed
             perform s00bh-create-incidents.

       s00bh-create-incidents.

           perform s00x-create-alerts.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_incident (
                    id          BIGSERIAL PRIMARY KEY,
                    opened_at   TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    opened_by   VARCHAR(16),
                    title       VARCHAR(60),
                    cause       VARCHAR(16),
                    impact      VARCHAR(60),
                    root_cause  VARCHAR(60),
                    resolution  VARCHAR(60),
                    status      VARCHAR(12) NOT NULL DEFAULT 'open',
                    ack_by      VARCHAR(16),
                    ack_at      TIMESTAMP,
                    closed_by   VARCHAR(16),
                    closed_at   TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure incident nok" upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_alerts
                    ADD COLUMN IF NOT EXISTS incident_id NUMERIC(9)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure alert incident column nok"
               upon scherm.

           EXEC SQL at primes
             CREATE INDEX IF NOT EXISTS primes_alerts_incident_idx
                    ON primes_alerts ( incident_id )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure alert incident index nok"
               upon scherm.

      *    load test results of the request service per profile
       s00bi-ensure-loadtest.

           if ddl-is-allowed
             perform s00bi-create-loadtest.

       s00bi-create-loadtest.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_loadtest (
                    id          BIGSERIAL PRIMARY KEY,
                    profile     VARCHAR(16) NOT NULL,
                    run_id      NUMERIC(9),
                    run_at      TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    client_id   VARCHAR(16),
                    req_type    VARCHAR(8) NOT NULL,
                    submitted   NUMERIC(9),
                    answered    NUMERIC(9),
                    errors      NUMERIC(9),
                    avg_ms      NUMERIC(9),
                    p95_ms      NUMERIC(9),
                    max_ms      NUMERIC(9),
                    per_min     NUMERIC(9,2),
                    is_baseline CHAR(1) NOT NULL DEFAULT 'N' )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure load test nok" upon scherm.

           EXEC SQL at primes
             CREATE INDEX IF NOT EXISTS primes_loadtest_profile_idx
                    ON primes_loadtest ( profile, run_id )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure load test index nok"
               upon scherm.

      *    signature of the published file, kept so a subscriber's
      *    complaint can be checked against what was sent
       s00bj-ensure-batch-signature.

           if ddl-is-allowed
             perform s00bj-create-batch-signature.

       s00bj-create-batch-signature.

           EXEC SQL at primes
             ALTER TABLE primes_batch_register
               ADD COLUMN IF NOT EXISTS signature VARCHAR(24)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure batch signature nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE IF EXISTS primes_batch_register_archive
               ADD COLUMN IF NOT EXISTS signature VARCHAR(24)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure batch archive signature nok"
               upon scherm.

      *    legal holds keep runs, reports, batches, a client's
      *    requests or everything of a date range from the sweeps
       s00bk-ensure-legal-hold.

           if ddl-is-allowed
             perform s00bk-create-legal-hold.

       s00bk-create-legal-hold.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_legal_hold (
                    hold_id     BIGSERIAL PRIMARY KEY,
                    hold_kind   VARCHAR(8) NOT NULL,
                    hold_number NUMERIC(18),
                    hold_client VARCHAR(16),
                    hold_from   DATE,
                    hold_to     DATE,
                    reason      VARCHAR(60) NOT NULL,
                    placed_by   VARCHAR(16),
                    placed_at   TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    expires_on  DATE,
                    lifted_by   VARCHAR(16),
                    lifted_at   TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure legal hold nok" upon scherm.

      *    the heartbeat connection goes to the schema of the
      *    dispatcher's own connection
       s00bc-beat-connect.

           move "N" to beat-connected.
           move DATASRC to BEAT-DATASRC.

           EXEC SQL
              connect TO :BEAT-DATASRC AS primesbeat
                      USER :DBUSR USING :DBPWD
           END-EXEC.

           if SQLCODE = 0
             move "Y" to beat-connected
             move spaces to beat-tag
             string 'primesdisp '             delimited by size
                    function trim(beat-disp-id) delimited by size
                    into beat-tag
             end-string
             EXEC SQL at primesbeat
               SELECT SET_CONFIG('application_name',
                                 TRIM(:beat-tag), false)
                      INTO :beat-tag-set
             END-EXEC
           else
             display SQLCODE upon scherm
             display "primes.cbl heartbeat connect nok" upon scherm.

       s00bc-beat-when-due.

           accept beat-time from time.
           compute beat-now-secs = beat-hh * 3600 + beat-mi * 60
                                 + beat-ss.
           if beat-now-secs < beat-last-secs
             or beat-now-secs - beat-last-secs >= beat-interval
             perform s00bd-beat-write.

      *    a lapsed dispatcher that still beats is live again
       s00bd-beat-write.

           EXEC SQL at primesbeat
             UPDATE primes_dispatcher
                SET heartbeat_at = CURRENT_TIMESTAMP,
                    status       = 'live'
              WHERE disp_id = TRIM(:beat-disp-id)
           END-EXEC.

           if SQLCODE = 0
             EXEC SQL at primesbeat COMMIT END-EXEC
             accept beat-time from time
             compute beat-last-secs = beat-hh * 3600 + beat-mi * 60
                                    + beat-ss
           else
             display SQLCODE upon scherm
             display "primes.cbl heartbeat nok" upon scherm
             EXEC SQL at primesbeat ROLLBACK END-EXEC
             EXEC SQL connect RESET primesbeat END-EXEC
             move "N" to beat-connected.

      *    the application name tells the watchdog which program
      *    and run a database session belongs to
       s00ay-tag-session.

           EXEC SQL at primes
             SELECT SET_CONFIG('application_name',
                               TRIM(:session-tag), false)
                    INTO :session-tag-set
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl session tag nok" upon scherm.

      *    a schema without the version table is at version 0
       s00au-read-schema-version.

           move zero to sv-current.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :sv-table-count
               FROM information_schema.tables
              WHERE table_schema = current_schema()
                AND table_name   = 'primes_schema_version'
           END-EXEC.

           if SQLCODE = 0 and sv-table-count > zero
             EXEC SQL at primes
               SELECT COALESCE(MAX(version), 0) INTO :sv-current
                 FROM primes_schema_version
             END-EXEC
             if SQLCODE not = 0
               display SQLCODE upon scherm
               display "primes.cbl schema version read nok"
                 upon scherm
               move zero to sv-current
             end-if
           end-if.

      *    a newer schema is fine, changes only ever add; an older
      *    one refuses the session until upgrade has been run
       s00at-check-schema-version.

           perform s00au-read-schema-version.
           move schema-required-version to sv-required.

           if sv-current < schema-required-version
             move sv-current              to sv-version-ed
             move schema-required-version to sv-required-ed
             move 'primes'                to program-name
             move 's00at-check-schema-version' to program-paragraph
             move 'log-message'           to ui-methods
             move zero                    to ui-message-number
             move spaces                  to program-message
             string 'Schema '               delimited by size
                    function trim(SCHEMA-NAME) delimited by size
                    ' is at version '       delimited by size
                    function trim(sv-version-ed) delimited by size
                    ', programs need '      delimited by size
                    function trim(sv-required-ed) delimited by size
                    '; run upgrade first.'  delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
             move 0439 to errlog-msgno
             move 'Schema version too old, upgrade required.'
               to errlog-message
             MOVE 'CONNECT' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result
           end-if.

      *    one snapshot of the primes table and every primes_ table
      *    and index of the current schema, all rows under one stamp
       r47o-space-snapshot.

           EXEC SQL at primes
             INSERT INTO primes_space_snapshot
                    ( snap_at, kind, object, parent, size_bytes,
                      row_est, dead_pct, last_maint, scans, is_unique,
                      run_id )
             SELECT CURRENT_TIMESTAMP, 'T', t.relname, t.relname,
                    PG_TOTAL_RELATION_SIZE(t.relid), t.n_live_tup,
                    CASE WHEN t.n_live_tup + t.n_dead_tup = 0
                         THEN 0
                         ELSE ROUND( 100.0 * t.n_dead_tup
                                     / ( t.n_live_tup
                                         + t.n_dead_tup ), 1 )
                    END,
                    GREATEST( t.last_vacuum, t.last_autovacuum,
                              t.last_analyze, t.last_autoanalyze ),
                    t.seq_scan + COALESCE(t.idx_scan, 0), 'N',
                    :dal-run-id
               FROM pg_stat_user_tables t
              WHERE t.schemaname = current_schema()
                AND ( t.relname = 'primes'
                      OR t.relname LIKE 'primes\_%' )
             UNION ALL
             SELECT CURRENT_TIMESTAMP, 'I', s.indexrelname, s.relname,
                    PG_RELATION_SIZE(s.indexrelid),
                    GREATEST( c.reltuples, 0 ), 0, NULL, s.idx_scan,
                    CASE WHEN i.indisunique OR i.indisprimary
                         THEN 'Y' ELSE 'N' END,
                    :dal-run-id
               FROM pg_stat_user_indexes s
               JOIN pg_index i ON i.indexrelid = s.indexrelid
               JOIN pg_class c ON c.oid = s.indexrelid
              WHERE s.schemaname = current_schema()
                AND ( s.relname = 'primes'
                      OR s.relname LIKE 'primes\_%' )
           END-EXEC.

           if SQLCODE = 0   then
             perform r84-commit-work
             EXEC SQL at primes
               SELECT TO_CHAR(MAX(snap_at), 'YYYY-MM-DD HH24:MI')
                      INTO :sp-stamp
                 FROM primes_space_snapshot
             END-EXEC
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl space snapshot nok" upon scherm
             move 0446 to errlog-msgno
             move 'Space snapshot could not be taken.'
               to errlog-message
             MOVE 'HOUSEKEEP' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

       r47p-space-cursor.

           EXEC SQL OPEN spacecursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open space cursor nok" upon scherm
             move 1 to dal-result.

       r47q-space-next.

           EXEC SQL FETCH spacecursor
             INTO :spr-kind, :spr-object, :spr-parent, :spr-bytes,
                  :spr-rows, :spr-dead-tenths, :spr-last-maint,
                  :spr-scans, :spr-unique
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move spr-kind        to sp-kind
               move spr-object      to sp-object
               move spr-parent      to sp-parent
               move spr-bytes       to sp-bytes
               move spr-rows        to sp-rows
               compute sp-dead-pct = spr-dead-tenths / 10
               move spr-last-maint  to sp-last-maint
               move spr-scans       to sp-scans
               move spr-unique      to sp-unique
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE spacecursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl space fetch nok" upon scherm
               EXEC SQL CLOSE spacecursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    VACUUM cannot run inside a transaction, so the work so far
      *    is committed first; where the session still refuses it the
      *    table is at least analyzed
       r47r-space-maintain.

           perform r84-commit-work.

           move spaces to space-stmt.
           string "VACUUM (ANALYZE) "     delimited by size
                  function trim(sp-object) delimited by size
                  into space-stmt
           end-string.

           EXEC SQL at primes
             EXECUTE IMMEDIATE :space-stmt
           END-EXEC.

           if SQLCODE = 0   then
             move "V" to sp-unique
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl vacuum nok, analyze only"
               upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move spaces to space-stmt
             string "ANALYZE "              delimited by size
                    function trim(sp-object) delimited by size
                    into space-stmt
             end-string
             EXEC SQL at primes
               EXECUTE IMMEDIATE :space-stmt
             END-EXEC
             if SQLCODE = 0   then
               perform r84-commit-work
               move "A" to sp-unique
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl analyze nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
             end-if
           end-if.

       r47s-session-scan.

           move zero to wd-count.

           EXEC SQL OPEN sessioncursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or wd-count >= 50
               EXEC SQL FETCH sessioncursor
                 INTO :ssr-pid, :ssr-mode, :ssr-run-id, :ssr-state,
                      :ssr-since, :ssr-secs, :ssr-wait, :ssr-query
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to wd-count
                 move ssr-pid    to wde-pid(wd-count)
                 move ssr-mode   to wde-mode(wd-count)
                 move ssr-run-id to wde-run-id(wd-count)
                 move ssr-state  to wde-state(wd-count)
                 move ssr-since  to wde-since(wd-count)
                 move ssr-secs   to wde-secs(wd-count)
                 move ssr-wait   to wde-wait(wd-count)
                 move ssr-query  to wde-query(wd-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open session cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE sessioncursor END-EXEC.

      *    only a session that still carries a primes tag is touched;
      *    an idle transaction is ended with its session, a running
      *    query is cancelled
       r47t-session-cancel.

           move "N" to wd-cancelled.

           EXEC SQL at primes
             SELECT CASE WHEN ( CASE WHEN state = 'active'
                                     THEN PG_CANCEL_BACKEND(pid)
                                     ELSE PG_TERMINATE_BACKEND(pid)
                                END )
                         THEN 'Y' ELSE 'N' END
                    INTO :wd-cancelled
               FROM pg_stat_activity
              WHERE pid = :wd-pid
                AND datname = CURRENT_DATABASE()
                AND ( application_name = 'primes'
                      OR application_name LIKE 'primes %' )
           END-EXEC.

           evaluate true
             when SQLCODE = 0 and wd-was-cancelled
               move 0 to dal-result
             when SQLCODE = 0 or SQLCODE = 100
               move "N" to wd-cancelled
               move 1 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl session cancel nok" upon scherm
               move "N" to wd-cancelled
               move 1 to dal-result
           end-evaluate.

           perform r84-commit-work.

       r47u-config-check.

           move "N"    to cv-changed.
           move zero   to cfg-last-version.
           move spaces to cfg-last-stamp cfg-last-print.

           EXEC SQL at primes
             SELECT version, COALESCE(file_stamp, ' '), fingerprint
                    INTO :cfg-last-version, :cfg-last-stamp,
                         :cfg-last-print
               FROM primes_config_version
              WHERE file_name = TRIM(:cv-file)
              ORDER BY version DESC
              LIMIT 1
           END-EXEC.

           evaluate true
             when SQLCODE = 0 or SQLCODE = 100
               move cfg-last-version to cv-version
               evaluate true
                 when not cv-file-present
                   if cfg-last-version > zero
                     and cfg-last-print not = 'absent'
                     move "Y" to cv-changed
                   end-if
                 when cfg-last-version = zero
                   move "Y" to cv-changed
                 when cfg-last-stamp not = cv-stamp
                   move "Y" to cv-changed
                 when other
                   continue
               end-evaluate
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl config check nok" upon scherm
               move 1 to dal-result
           end-evaluate.

      *    the staging table lives for the session only
       r47v-config-stage.

           EXEC SQL at primes
             CREATE TEMP TABLE IF NOT EXISTS primes_config_stage (
                    line_no INTEGER NOT NULL,
                    content VARCHAR(132) NOT NULL )
           END-EXEC.

           EXEC SQL at primes
             DELETE FROM primes_config_stage
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100 then
             move zero to cv-line-count
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl config stage nok" upon scherm
             move 1 to dal-result.

       r47w-config-line.

           add 1 to cv-line-count.

           EXEC SQL at primes
             INSERT INTO primes_config_stage ( line_no, content )
                    VALUES ( :cv-line-count, RTRIM(:cv-line) )
           END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl config line nok" upon scherm
             move 1 to dal-result.

      *    a touched file with the same content only moves the stamp
       r47x-config-track.

           move "N" to cv-changed.

           if cv-file-present
             EXEC SQL at primes
               SELECT MD5( COALESCE( STRING_AGG( content, '|'
                                     ORDER BY line_no ), '' ) )
                      INTO :cfg-new-print
                 FROM primes_config_stage
             END-EXEC
           else
             move 'absent' to cfg-new-print
             move zero     to cv-line-count
             move zero     to SQLCODE
           end-if.

           if SQLCODE = 0 and cfg-new-print = cfg-last-print
             EXEC SQL at primes
               UPDATE primes_config_version
                  SET file_stamp = TRIM(:cv-stamp)
                WHERE file_name  = TRIM(:cv-file)
                  AND version    = :cfg-last-version
             END-EXEC
           end-if.

           if SQLCODE = 0 and cfg-new-print not = cfg-last-print
             compute cv-version = cfg-last-version + 1
             EXEC SQL at primes
               INSERT INTO primes_config_version
                      ( file_name, version, file_stamp, fingerprint,
                        line_count, captured_at, operator, run_id )
                      VALUES ( TRIM(:cv-file), :cv-version,
                               TRIM(:cv-stamp), :cfg-new-print,
                               :cv-line-count, CURRENT_TIMESTAMP,
                               TRIM(:dal-operator), :dal-run-id )
             END-EXEC
             if SQLCODE = 0 and cv-line-count > zero
               EXEC SQL at primes
                 INSERT INTO primes_config_line
                        ( file_name, version, line_no, content )
                 SELECT TRIM(:cv-file), :cv-version, line_no, content
                   FROM primes_config_stage
               END-EXEC
             end-if
             if SQLCODE = 0
               move "Y" to cv-changed
             end-if
           end-if.

           if SQLCODE = 0   then
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl config track nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 0458 to errlog-msgno
             move 'Control file version could not be recorded.'
               to errlog-message
             MOVE 'CONFIG' TO CUR-STEP
             perform r00b-log-error
             move 1 to dal-result.

      *    version zero approves the latest version of the file
       r47y-config-approve.

           EXEC SQL at primes
             UPDATE primes_config_version
                SET approved_by = TRIM(:dal-operator),
                    approved_at = CURRENT_TIMESTAMP
              WHERE file_name = TRIM(:cv-file)
                AND approved_by IS NULL
                AND version = CASE WHEN :cv-version = 0
                                   THEN ( SELECT MAX(version)
                                            FROM primes_config_version
                                           WHERE file_name =
                                                 TRIM(:cv-file) )
                                   ELSE :cv-version END
             RETURNING version INTO :cv-version
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
               move 0 to dal-result
             when SQLCODE = 100
               move 1 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl config approve nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move 1 to dal-result
           end-evaluate.

       r47z-config-span.

           move zero to cv-old-version cv-new-version cv-unapproved.

           EXEC SQL at primes
             SELECT COALESCE( MAX( CASE WHEN captured_at <
                                   TO_DATE(:cv-from-date, 'YYYYMMDD')
                                   THEN version END ), 0 ),
                    COALESCE( MAX( CASE WHEN captured_at <
                                   TO_DATE(:cv-to-date, 'YYYYMMDD') + 1
                                   THEN version END ), 0 )
                    INTO :cv-old-version, :cv-new-version
               FROM primes_config_version
              WHERE file_name = TRIM(:cv-file)
           END-EXEC.

           if SQLCODE = 0 then
             EXEC SQL at primes
               SELECT COUNT(*) INTO :cv-unapproved
                 FROM primes_config_version
                WHERE file_name = TRIM(:cv-file)
                  AND version >  :cv-old-version
                  AND version <= :cv-new-version
                  AND approved_by IS NULL
             END-EXEC
           end-if.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl config span nok" upon scherm
             move 1 to dal-result.

       r47za-config-vers-cursor.

           EXEC SQL OPEN cfgverscursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open config version cursor nok"
               upon scherm
             move 1 to dal-result.

       r47zb-config-vers-next.

           EXEC SQL FETCH cfgverscursor
             INTO :cvr-version, :cvr-at, :cvr-operator, :cvr-run-id,
                  :cvr-line-count, :cvr-approved-by, :cvr-approved-at
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move cvr-version     to cv-version
               move cvr-at          to cv-at
               move cvr-operator    to cv-operator
               move cvr-run-id      to cv-run-id
               move cvr-line-count  to cv-line-count
               move cvr-approved-by to cv-approved-by
               move cvr-approved-at to cv-approved-at
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE cfgverscursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl config version fetch nok"
                 upon scherm
               EXEC SQL CLOSE cfgverscursor END-EXEC
               move 1 to dal-result
           end-evaluate.

       r47zc-config-diff-cursor.

           EXEC SQL OPEN cfgdiffcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open config diff cursor nok"
               upon scherm
             move 1 to dal-result.

       r47zd-config-diff-next.

           EXEC SQL FETCH cfgdiffcursor
             INTO :cdr-kind, :cdr-line-no, :cdr-content
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move cdr-kind    to cv-kind
               move cdr-line-no to cv-line-no
               move cdr-content to cv-line
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE cfgdiffcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl config diff fetch nok"
                 upon scherm
               EXEC SQL CLOSE cfgdiffcursor END-EXEC
               move 1 to dal-result
           end-evaluate.

      *    a restarted dispatcher on the same host and pid takes over
      *    its old registration
       r47ze-disp-register.

           perform s00bb-ensure-dispatchers.

           move dsp-id to beat-disp-id.
           if beat-is-connected
             EXEC SQL connect RESET primesbeat END-EXEC
             move "N" to beat-connected.
           perform s00bc-beat-connect.

           if beat-is-connected
             EXEC SQL at primesbeat
               INSERT INTO primes_dispatcher
                      ( disp_id, host, pid, started_at, heartbeat_at,
                        status, current_job )
                      VALUES ( TRIM(:dsp-id), TRIM(:dsp-host),
                               :dsp-pid, CURRENT_TIMESTAMP,
                               CURRENT_TIMESTAMP, 'live', NULL )
               ON CONFLICT ( disp_id )
                  DO UPDATE SET started_at   = CURRENT_TIMESTAMP,
                                heartbeat_at = CURRENT_TIMESTAMP,
                                status       = 'live',
                                current_job  = NULL
             END-EXEC
             if SQLCODE = 0
               EXEC SQL at primesbeat COMMIT END-EXEC
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl dispatcher register nok"
                 upon scherm
               EXEC SQL at primesbeat ROLLBACK END-EXEC
               EXEC SQL connect RESET primesbeat END-EXEC
               move "N" to beat-connected
               move 0475 to errlog-msgno
               move 'Dispatcher registration failed.'
                 to errlog-message
               MOVE 'QUEUE' TO CUR-STEP
               perform r00b-log-error
               move 1 to dal-result
             end-if
           else
             move 1 to dal-result.

      *    records the job in hand, zero when idle; a lost heartbeat
      *    connection is registered again
       r47zf-disp-heartbeat.

           if not beat-is-connected
             perform r47ze-disp-register
           else
             move 0 to dal-result
           end-if.

           if beat-is-connected
             move dsp-job-id to beat-job-id
             EXEC SQL at primesbeat
               UPDATE primes_dispatcher
                  SET heartbeat_at = CURRENT_TIMESTAMP,
                      status       = 'live',
                      current_job  = NULLIF(:beat-job-id, 0)
                WHERE disp_id = TRIM(:beat-disp-id)
             END-EXEC
             if SQLCODE = 0
               EXEC SQL at primesbeat COMMIT END-EXEC
               accept beat-time from time
               compute beat-last-secs = beat-hh * 3600 + beat-mi * 60
                                      + beat-ss
               move 0 to dal-result
             else
               display SQLCODE upon scherm
               display "primes.cbl heartbeat nok" upon scherm
               EXEC SQL at primesbeat ROLLBACK END-EXEC
               EXEC SQL connect RESET primesbeat END-EXEC
               move "N" to beat-connected
               move 1 to dal-result
             end-if
           end-if.

       r47zg-disp-deregister.

           if beat-is-connected
             EXEC SQL at primesbeat
               UPDATE primes_dispatcher
                  SET heartbeat_at = CURRENT_TIMESTAMP,
                      status       = 'stopped',
                      current_job  = NULL
                WHERE disp_id = TRIM(:beat-disp-id)
             END-EXEC
             if SQLCODE = 0
               EXEC SQL at primesbeat COMMIT END-EXEC
             else
               display SQLCODE upon scherm
               display "primes.cbl dispatcher deregister nok"
                 upon scherm
               EXEC SQL at primesbeat ROLLBACK END-EXEC
             end-if
             EXEC SQL connect RESET primesbeat END-EXEC
             move "N" to beat-connected
           end-if.

           move spaces to beat-disp-id.
           move 0 to dal-result.

      *    a dispatcher lapses when its beat is older than the lapse
      *    time and no session of its heartbeat connection is left
       r47zh-disp-orphans.

           move zero to dsp-lapsed dor-count.

           EXEC SQL at primes
             WITH l AS (
               UPDATE primes_dispatcher d
                  SET status = 'lapsed'
                WHERE d.status = 'live'
                  AND d.heartbeat_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( secs =>
                                       CAST(:dsp-lapse-secs
                                            AS INTEGER) )
                  AND NOT EXISTS ( SELECT 1 FROM pg_stat_activity a
                                    WHERE a.application_name =
                                          'primesdisp ' || d.disp_id )
               RETURNING d.disp_id )
             SELECT COUNT(*) INTO :dsp-lapsed FROM l
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
             when other
               display SQLCODE upon scherm
               display "primes.cbl dispatcher lapse nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
           end-evaluate.

           EXEC SQL OPEN orphancursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dor-count >= 20
               EXEC SQL FETCH orphancursor
                 INTO :orr-job-id, :orr-mode, :orr-disp-id,
                      :orr-attempts, :orr-max-attempts
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dor-count
                 move orr-job-id       to dor-job-id(dor-count)
                 move orr-mode         to dor-mode(dor-count)
                 move orr-disp-id      to dor-disp-id(dor-count)
                 move orr-attempts     to dor-attempts(dor-count)
                 move orr-max-attempts to dor-max-attempts(dor-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open orphan cursor nok" upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE orphancursor END-EXEC.

      *    job-status pending requeues the job at once, orphaned
      *    leaves it for an operator; not found means another
      *    dispatcher's sweep took it first
       r47zi-job-orphan.

           EXEC SQL at primes
             UPDATE primes_job_queue
                SET status          = TRIM(:job-status),
                    orphaned_at     = CURRENT_TIMESTAMP,
                    next_attempt_at = CURRENT_TIMESTAMP
              WHERE id = :job-id
                AND status = 'running'
             RETURNING id INTO :job-id
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               perform r84-commit-work
               move "Y" to job-found
               move 0 to dal-result
             when SQLCODE = 100
               move "N" to job-found
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl job orphan nok" upon scherm
               EXEC SQL at primes ROLLBACK END-EXEC
               move "N" to job-found
               move 0194 to errlog-msgno
               move 'Job queue update failed.' to errlog-message
               MOVE 'QUEUE' TO CUR-STEP
               perform r00b-log-error
               move 1 to dal-result
           end-evaluate.

       r47zj-disp-list.

           move zero to dsp-count.

           EXEC SQL OPEN dispatchercursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or dsp-count >= 20
               EXEC SQL FETCH dispatchercursor
                 INTO :dpr-id, :dpr-status, :dpr-started,
                      :dpr-beat-secs, :dpr-job-id, :dpr-job-mode
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to dsp-count
                 move dpr-id        to dse-id(dsp-count)
                 move dpr-status    to dse-status(dsp-count)
                 move dpr-started   to dse-started(dsp-count)
                 move dpr-beat-secs to dse-beat-secs(dsp-count)
                 move dpr-job-id    to dse-job-id(dsp-count)
                 move dpr-job-mode  to dse-job-mode(dsp-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open dispatcher cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE dispatchercursor END-EXEC.

      *    the batch cursors read the register and its archive, so
      *    both must carry the subscriber column
       s00ap-ensure-batch-archive.

           if ddl-is-allowed
             perform s00ap-create-batch-archive.

       s00ap-create-batch-archive.

           perform s00l-ensure-batch-register.
           perform s00ad-ensure-subscribers.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS
                    primes_batch_register_archive
                    ( LIKE primes_batch_register )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure batch archive nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes_batch_register_archive
                    ADD COLUMN IF NOT EXISTS subscriber VARCHAR(16)
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure archive subscriber nok"
               upon scherm.

       s00ar-ensure-milestones.

           if ddl-is-allowed
             perform s00ar-create-milestones.

       s00ar-create-milestones.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_milestones (
                    id         BIGSERIAL PRIMARY KEY,
                    kind       VARCHAR(5) NOT NULL,
                    threshold  NUMERIC(18) NOT NULL,
                    reached_at TIMESTAMP,
                    run_id     NUMERIC(9) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure milestones nok" upon scherm.

      *    retention moves rows into these copies of the live tables
       s00aq-ensure-retention-archives.

           if ddl-is-allowed
             perform s00aq-create-retention-archives.

       s00aq-create-retention-archives.

           perform s00v-ensure-service-tables.
           perform s00ar-ensure-milestones.
           perform s00e-ensure-stream-log.
           perform s00d-ensure-job-queue.
           perform s00q-ensure-segments.
           perform s00ap-ensure-batch-archive.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_request_archive
                    ( LIKE primes_request )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure request archive nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_milestones_archive
                    ( LIKE primes_milestones )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure milestones archive nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_stream_log_archive
                    ( LIKE primes_stream_log )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure stream log archive nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_job_queue_archive
                    ( LIKE primes_job_queue )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure job queue archive nok"
               upon scherm.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_segment_archive
                    ( LIKE primes_segment )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure segment archive nok"
               upon scherm.

       s00an-ensure-issued.

           if ddl-is-allowed
             perform s00an-create-issued.

       s00an-create-issued.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_issued (
                    prime      NUMERIC(18) PRIMARY KEY,
                    requester  VARCHAR(16) NOT NULL,
                    purpose    VARCHAR(32),
                    spec       VARCHAR(16),
                    seed       NUMERIC(18),
                    draw_no    NUMERIC(9),
                    request_id NUMERIC(9),
                    run_id     NUMERIC(9),
                    issued_at  TIMESTAMP NOT NULL
                               DEFAULT CURRENT_TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure issuance ledger nok"
               upon scherm.

       s00al-ensure-ap-found.

           if ddl-is-allowed
             perform s00al-create-ap-found.

       s00al-create-ap-found.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_ap_found (
                    run_key     VARCHAR(80) NOT NULL,
                    start_prime NUMERIC(18) NOT NULL,
                    difference  NUMERIC(9)  NOT NULL,
                    length      NUMERIC(2)  NOT NULL,
                    band_no     NUMERIC(12) NOT NULL,
                    found_at    TIMESTAMP NOT NULL
                                DEFAULT CURRENT_TIMESTAMP,
                    PRIMARY KEY ( run_key, start_prime, difference ) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure progression table nok"
               upon scherm.

       r46g-rsprow-cursor.

           EXEC SQL OPEN rsprowcursor END-EXEC.

           if SQLCODE = 0   then
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open response row cursor nok"
               upon scherm
             move 1 to dal-result.

       r46h-rsprow-next.

           EXEC SQL FETCH rsprowcursor
             INTO :rsr-seq, :rsr-value
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move rsr-seq   to pc-seq
               move rsr-value to pc-prime
               move 0 to dal-result
             when SQLCODE = 100
               EXEC SQL CLOSE rsprowcursor END-EXEC
               move 99 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl response row fetch nok"
                 upon scherm
               move 1 to dal-result
           end-evaluate.

       r47-journal-write.

           perform s00ak-ensure-journal.

       s00ak-ensure-journal.

           if ddl-is-allowed
             perform s00ak-create-journal.

       s00ak-create-journal.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_journal (
                    id        BIGSERIAL PRIMARY KEY,
             display "primes.cbl preflight size query nok"
               upon scherm.

           move zero   to pf-snap-bytes.
           move spaces to pf-snap-at.

           EXEC SQL at primes
             SELECT COALESCE(SUM(size_bytes), 0),
                    COALESCE( TO_CHAR(MAX(snap_at),
                                      'YYYY-MM-DD HH24:MI'), ' ' )
                    INTO :pf-snap-bytes, :pf-snap-at
               FROM primes_space_snapshot
              WHERE kind = 'T'
                AND snap_at = ( SELECT MAX(snap_at)
                                  FROM primes_space_snapshot )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl preflight snapshot query nok"
               upon scherm
             move zero   to pf-snap-bytes
             move spaces to pf-snap-at.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :pf-ack-backlog
               FROM primes_batch_register
       r49-retention-sweep.

           perform s00aj-ensure-retention-policy.
           perform s00bk-ensure-legal-hold.

           move zero to rt-count.

                 move rtp-keep   to rte-keep-days(rt-count)
                 move rtp-action to rte-action(rt-count)
                 move zero       to rte-rows(rt-count)
                                    rte-held(rt-count)
               end-if
             end-perform
             move 0 to dal-result

           move rte-keep-days(rt-idx) to rt-keep-work.
           move rte-filter(rt-idx)    to rt-filter-work.
           move zero                  to rt-rows-work rt-held-work.
           move "Y"                   to rt-archive-state.
           if rt-filter-work = spaces
             move "Y" to rt-blank-filter
           else
               perform r49f-sweep-job-queue
             when "primes_segment"
               perform r49g-sweep-segments
             when "primes_job_output"
               perform r49h-sweep-job-outputs
             when other
               display "primes.cbl retention unknown table: "
                       rte-table(rt-idx) upon scherm
           end-evaluate.

           move rt-rows-work to rte-rows(rt-idx).
           move rt-held-work to rte-held(rt-idx).

       r49b-sweep-requests.

                AND submitted_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND submitted_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'CLIENT'
                                 AND h.hold_client
                                     = TRIM(client_id) ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_request
              WHERE status NOT IN ( 'pending', 'working' )
                AND submitted_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND submitted_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'CLIENT'
                                 AND h.hold_client
                                     = TRIM(client_id) ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_request_archive
                 SELECT * FROM primes_request
                    AND submitted_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND submitted_at::date BETWEEN
                                         h.hold_from AND h.hold_to )
                                OR ( h.hold_kind = 'CLIENT'
                                     AND h.hold_client
                                         = TRIM(client_id) ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_response
                USING primes_request q
                WHERE request_id = q.id
                  AND q.status NOT IN ( 'pending', 'working' )
                  AND q.submitted_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND q.submitted_at::date BETWEEN
                                       h.hold_from AND h.hold_to )
                              OR ( h.hold_kind = 'CLIENT'
                                   AND h.hold_client
                                       = TRIM(q.client_id) ) ) )
             END-EXEC

             EXEC SQL at primes
                  AND submitted_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND submitted_at::date BETWEEN
                                       h.hold_from AND h.hold_to )
                              OR ( h.hold_kind = 'CLIENT'
                                   AND h.hold_client
                                       = TRIM(client_id) ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
                AND closed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND created_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'BATCH'
                                 AND h.hold_number
                                     = batch_number ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_batch_register
              WHERE closed_at IS NOT NULL
                AND acknowledged_at IS NOT NULL
                AND closed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND created_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'BATCH'
                                 AND h.hold_number
                                     = batch_number ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_batch_register_archive
                 SELECT * FROM primes_batch_register
                    AND closed_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND created_at::date BETWEEN
                                         h.hold_from AND h.hold_to )
                                OR ( h.hold_kind = 'BATCH'
                                     AND h.hold_number
                                         = batch_number ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_batch_register
                  AND closed_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND created_at::date BETWEEN
                                       h.hold_from AND h.hold_to )
                              OR ( h.hold_kind = 'BATCH'
                                   AND h.hold_number
                                       = batch_number ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
                AND reached_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND reached_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'RUN'
                                 AND h.hold_number
                                     = run_id ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_milestones
              WHERE reached_at IS NOT NULL
                AND reached_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND reached_at::date BETWEEN
                                     h.hold_from AND h.hold_to )
                            OR ( h.hold_kind = 'RUN'
                                 AND h.hold_number
                                     = run_id ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_milestones_archive
                 SELECT * FROM primes_milestones
                    AND reached_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND reached_at::date BETWEEN
                                         h.hold_from AND h.hold_to )
                                OR ( h.hold_kind = 'RUN'
                                     AND h.hold_number
                                         = run_id ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_milestones
                  AND reached_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND reached_at::date BETWEEN
                                       h.hold_from AND h.hold_to )
                              OR ( h.hold_kind = 'RUN'
                                   AND h.hold_number
                                       = run_id ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
                AND completed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND completed_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_stream_log
              WHERE status = 'complete'
                AND completed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND completed_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_stream_log_archive
                 SELECT * FROM primes_stream_log
                    AND completed_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND completed_at::date BETWEEN
                                         h.hold_from AND h.hold_to ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_stream_log
                  AND completed_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND completed_at::date BETWEEN
                                       h.hold_from AND h.hold_to ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
       r49f-sweep-job-queue.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-rows-work
               FROM primes_job_queue
              WHERE finished_at IS NOT NULL
                AND ( ( :rt-blank-filter = 'Y'
                        AND status IN ( 'complete', 'cancelled',
                                        'abandoned' ) )
                      OR ( :rt-blank-filter = 'N'
                           AND TRIM(status)
                               = TRIM(:rt-filter-work) ) )
                AND finished_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND submitted_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_job_queue
              WHERE finished_at IS NOT NULL
                AND ( ( :rt-blank-filter = 'Y'
                AND finished_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND submitted_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_job_queue_archive
                 SELECT * FROM primes_job_queue
                    AND finished_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND submitted_at::date BETWEEN
                                         h.hold_from AND h.hold_to ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_job_queue
                  AND finished_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND submitted_at::date BETWEEN
                                       h.hold_from AND h.hold_to ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
             end-if
           end-if.

      *    output files of finished jobs, in the queue or already
      *    archived; the row keeps the name and is marked purged. the
      *    filter, when given, is the job status
       r49h-sweep-job-outputs.

           EXEC SQL OPEN joboutputcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
               EXEC SQL FETCH joboutputcursor
                 INTO :jor-source, :jor-id, :jor-file, :jor-held
               END-EXEC
               if SQLCODE = 0   then
                 perform r49i-purge-job-output
               end-if
             end-perform
             EXEC SQL CLOSE joboutputcursor END-EXEC
             perform r84-commit-work
           else
             display SQLCODE upon scherm
             display "primes.cbl open job output cursor nok"
               upon scherm
             move 1 to dal-result.

       r49i-purge-job-output.

           if jor-held = "Y"
             add 1 to rt-held-work
           else
             perform r49j-delete-job-output
           end-if.

       r49j-delete-job-output.

           move jor-file to jor-filename.
           call "CBL_DELETE_FILE" using jor-filename.
           add 1 to rt-rows-work.

           if jor-source = "Q"
             EXEC SQL at primes
               UPDATE primes_job_queue
                  SET output_purged_at = CURRENT_TIMESTAMP
                WHERE id = :jor-id
             END-EXEC
           else
             EXEC SQL at primes
               UPDATE primes_job_queue_archive
                  SET output_purged_at = CURRENT_TIMESTAMP
                WHERE id = :jor-id
             END-EXEC
           end-if.

           if SQLCODE not = 0
             display SQLCODE upon scherm
             display "primes.cbl job output purge nok" upon scherm.

           move zero to SQLCODE.

       r49g-sweep-segments.

           EXEC SQL at primes
                AND completed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND NOT EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND completed_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-rows-work.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :rt-held-work
               FROM primes_segment
              WHERE status = 'complete'
                AND completed_at < CURRENT_TIMESTAMP
                    - MAKE_INTERVAL( days =>
                        CAST(:rt-keep-work AS INTEGER) )
                AND EXISTS
                    ( SELECT 1 FROM primes_legal_hold h
                       WHERE h.lifted_at IS NULL
                         AND COALESCE(h.expires_on, CURRENT_DATE)
                             >= CURRENT_DATE
                         AND ( ( h.hold_kind = 'DATE'
                                 AND completed_at::date BETWEEN
                                     h.hold_from AND h.hold_to ) ) )
           END-EXEC.

           if SQLCODE not = 0
             move zero to rt-held-work.

           if rt-rows-work > zero

             if rte-action(rt-idx) = "A"
               EXEC SQL at primes
                 INSERT INTO primes_segment_archive
                 SELECT * FROM primes_segment
                    AND completed_at < CURRENT_TIMESTAMP
                        - MAKE_INTERVAL( days =>
                            CAST(:rt-keep-work AS INTEGER) )
                    AND NOT EXISTS
                        ( SELECT 1 FROM primes_legal_hold h
                           WHERE h.lifted_at IS NULL
                             AND COALESCE(h.expires_on, CURRENT_DATE)
                                 >= CURRENT_DATE
                             AND ( ( h.hold_kind = 'DATE'
                                     AND completed_at::date BETWEEN
                                         h.hold_from AND h.hold_to ) ) )
               END-EXEC
               perform r49k-check-archive-copy
             end-if
           end-if.

           if rt-rows-work > zero and rt-archive-is-ok

             EXEC SQL at primes
               DELETE FROM primes_segment
                  AND completed_at < CURRENT_TIMESTAMP
                      - MAKE_INTERVAL( days =>
                          CAST(:rt-keep-work AS INTEGER) )
                  AND NOT EXISTS
                      ( SELECT 1 FROM primes_legal_hold h
                         WHERE h.lifted_at IS NULL
                           AND COALESCE(h.expires_on, CURRENT_DATE)
                               >= CURRENT_DATE
                           AND ( ( h.hold_kind = 'DATE'
                                   AND completed_at::date BETWEEN
                                       h.hold_from AND h.hold_to ) ) )
             END-EXEC

             if SQLCODE = 0 or SQLCODE = 100
             end-if
           end-if.

      *    rows leave their table only once the archive copy is in;
      *    a failed copy is rolled back and the rows wait for the
      *    next sweep
       r49k-check-archive-copy.

           if SQLCODE not = 0 and SQLCODE not = 100
             display SQLCODE upon scherm
             display "primes.cbl retention archive copy nok: "
                     rte-table(rt-idx) upon scherm
             move 0630 to errlog-msgno
             move spaces to errlog-message
             string 'Archive copy failed, kept: ' delimited by size
                    rte-table(rt-idx)             delimited by space
                    into errlog-message
             end-string
             MOVE 'SWEEP' TO CUR-STEP
             perform r00b-log-error
             EXEC SQL at primes ROLLBACK END-EXEC
             move "N"  to rt-archive-state
             move zero to rt-rows-work
             move 1    to dal-result.

       s00aj-ensure-retention-policy.

           if ddl-is-allowed
             perform s00aj-create-retention-policy.

       s00aj-create-retention-policy.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_retention_policy (
                    tbl           VARCHAR(32) PRIMARY KEY,

       s00ai-ensure-period-ledger.

           if ddl-is-allowed
             perform s00ai-create-period-ledger.

       s00ai-create-period-ledger.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_period_ledger (
                    period             CHAR(6) PRIMARY KEY,
             display "primes.cbl ensure period ledger nok"
               upon scherm.

       r50a-year-gather.

           perform s00ai-ensure-period-ledger.
           perform s00ah-ensure-cost.
           perform s00bh-ensure-incidents.
           perform s00bl-ensure-year-ledger.

           move "N"    to yl-exists.
           move spaces to yl-sealed-by yl-sealed-at.
           move zero   to yl-count.

           EXEC SQL at primes
             SELECT COALESCE(closed_by, ' '),
                    TO_CHAR(closed_at, 'YYYY-MM-DD HH24:MI')
                    INTO :yl-sealed-by, :yl-sealed-at
               FROM primes_year_ledger
              WHERE year = :yl-year
           END-EXEC.

           if SQLCODE = 0
             move "Y" to yl-exists
           end-if.

           EXEC SQL OPEN yearmonthcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or yl-count >= 12
               EXEC SQL FETCH yearmonthcursor
                 INTO :ymr-period, :ymr-rows, :ymr-prior,
                      :ymr-max-prime, :ymr-iface, :ymr-milestones,
                      :ymr-activity, :ymr-discrepancy, :ymr-link,
                      :ymr-hash, :ymr-cost, :ymr-runs, :ymr-fixes,
                      :ymr-resolution
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to yl-count
                 move ymr-period      to yle-period(yl-count)
                 move ymr-rows        to yle-rows(yl-count)
                 move ymr-prior       to yle-prior(yl-count)
                 move ymr-max-prime   to yle-max-prime(yl-count)
                 move ymr-iface       to yle-iface(yl-count)
                 move ymr-milestones  to yle-milestones(yl-count)
                 move ymr-activity    to yle-activity(yl-count)
                 move ymr-discrepancy to yle-discrepancy(yl-count)
                 move ymr-link        to yle-link(yl-count)
                 move ymr-hash        to yle-hash(yl-count)
                 move ymr-cost        to yle-cost(yl-count)
                 move ymr-runs        to yle-runs(yl-count)
                 move ymr-fixes       to yle-fixes(yl-count)
                 move ymr-resolution  to yle-resolution(yl-count)
               end-if
             end-perform
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl open year month cursor nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL CLOSE yearmonthcursor END-EXEC.

      *    the year hash chains on the hash of the last month sealed
       r50b-year-seal.

           perform s00bl-ensure-year-ledger.

           EXEC SQL at primes
             INSERT INTO primes_year_ledger
                    ( year, closed_by, opening_rows, closing_rows,
                      max_prime, iface_records, milestones_reached,
                      discrepancy_months, total_cost, total_runs,
                      last_month_hash, year_hash )
                    VALUES ( :yl-year, TRIM(:dal-operator),
                             :yl-opening-rows, :yl-closing-rows,
                             :yl-max-prime, :yl-iface-records,
                             :yl-milestones, :yl-disc-months,
                             :yl-cost, :yl-runs, :yl-last-hash,
                             MD5( TRIM(:yl-last-hash)
                                  || :yl-year
                                  || CAST(:yl-closing-rows AS TEXT)
                                  || CAST(:yl-cost AS TEXT) ) )
           END-EXEC.

           if SQLCODE = 0
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl year seal insert nok"
               upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result
           end-if.

      *    one sealed record per closed year, immutable like the
      *    monthly ledger it is built from
       s00bl-ensure-year-ledger.

           if ddl-is-allowed
             perform s00bl-create-year-ledger.

       s00bl-create-year-ledger.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_year_ledger (
                    year               CHAR(4) PRIMARY KEY,
                    closed_at          TIMESTAMP NOT NULL
                                       DEFAULT CURRENT_TIMESTAMP,
                    closed_by          VARCHAR(16),
                    opening_rows       NUMERIC(18),
                    closing_rows       NUMERIC(18),
                    max_prime          NUMERIC(18),
                    iface_records      NUMERIC(18),
                    milestones_reached NUMERIC(9),
                    discrepancy_months NUMERIC(2),
                    total_cost         NUMERIC(13,2),
                    total_runs         NUMERIC(9),
                    last_month_hash    CHAR(32),
                    year_hash          CHAR(32) )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure year ledger nok"
               upon scherm.

       r51-dashboard.

           perform s00f-ensure-run-lock.
           perform s00d-ensure-job-queue.
           perform s00e-ensure-stream-log.

           move zero  to dsh-lock-run dsh-q-pending dsh-q-running
                         dsh-q-held dsh-q-failed dsh-q-abandoned
                         dsh-q-orphaned dsh-strm-step.
           move "N"   to dsh-lock-held.
           move space to dsh-lock-since dsh-strm-name
                         dsh-strm-status.

           EXEC SQL at primes
             SELECT run_id,
                    TO_CHAR(locked_at, 'YYYY-MM-DD HH24:MI:SS')
                    INTO :dsh-lock-run, :dsh-lock-since
               FROM primes_run_lock
              WHERE id = 1
           END-EXEC.

           evaluate true
             when SQLCODE = 0
               move "Y" to dsh-lock-held
             when SQLCODE = 100
               continue
             when other
               display SQLCODE upon scherm
               display "primes.cbl dashboard lock query nok"
                 upon scherm
           end-evaluate.

           EXEC SQL at primes
             SELECT
               COALESCE(SUM(CASE WHEN status = 'pending'
                                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN status = 'running'
                                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN status = 'held'
                                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN status = 'failed'
                                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN status = 'abandoned'
                                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN status = 'orphaned'
                                 THEN 1 ELSE 0 END), 0)
               INTO :dsh-q-pending, :dsh-q-running, :dsh-q-held,
                    :dsh-q-failed, :dsh-q-abandoned, :dsh-q-orphaned
               FROM primes_job_queue
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl dashboard queue query nok"
               upon scherm.

           move zero   to dsh-run-job-id.
           move spaces to dsh-run-mode dsh-run-output.

           EXEC SQL at primes
             SELECT id, mode, output_file
                    INTO :dsh-run-job-id, :dsh-run-mode,
                         :dsh-run-output
               FROM primes_job_queue
              WHERE status = 'running'
                AND output_file IS NOT NULL
              ORDER BY started_at DESC
              LIMIT 1
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl dashboard running job query nok"
               upon scherm.

           EXEC SQL at primes
             SELECT stream_name, step_no, status
                    INTO :dsh-strm-name, :dsh-strm-step,
                         :dsh-strm-status
               FROM primes_stream_log
              ORDER BY COALESCE(completed_at, started_at) DESC
                       NULLS LAST
              LIMIT 1
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl dashboard stream query nok"
               upon scherm.

           move 0 to dal-result.

       r51a-metrics.

           perform s00x-ensure-alerts.
           perform s00v-ensure-service-tables.

           move zero   to mt-rows mt-max-prime mt-rows-24h mt-runs-24h
                          mt-failed-24h mt-last-secs mt-last-rows
                          mt-last-result mt-alerts-open mt-backlog
                          mt-feed-epoch.
           move "N"    to mt-last-known mt-feed-known.
           move spaces to mt-last-mode.
           move 0      to dal-result.

           EXEC SQL at primes
             SELECT COALESCE(MAX(ident), 0), COALESCE(MAX(prime), 0)
                    INTO :mt-rows, :mt-max-prime
               FROM primes
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl metrics rows query nok" upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             SELECT COALESCE(SUM(CASE WHEN mode IN ( 'generate',
                                                     'genworker' )
                                      THEN row_count ELSE 0 END), 0),
                    COUNT(*),
                    COALESCE(SUM(CASE WHEN COALESCE(result, 0) <> 0
                                        OR status NOT IN ( 'complete',
                                                           'running' )
                                      THEN 1 ELSE 0 END), 0)
                    INTO :mt-rows-24h, :mt-runs-24h, :mt-failed-24h
               FROM primes_run_log
              WHERE start_time > CURRENT_TIMESTAMP - INTERVAL '1 day'
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl metrics run query nok" upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             SELECT mode,
                    CAST(EXTRACT(EPOCH FROM end_time - start_time)
                         AS BIGINT),
                    COALESCE(row_count, 0), COALESCE(result, 0)
                    INTO :mt-last-mode, :mt-last-secs,
                         :mt-last-rows, :mt-last-result
               FROM primes_run_log
              WHERE end_time IS NOT NULL
              ORDER BY end_time DESC
              LIMIT 1
           END-EXEC.

           evaluate SQLCODE
             when 0
               move "Y" to mt-last-known
             when 100
               continue
             when other
               display SQLCODE upon scherm
               display "primes.cbl metrics last run query nok"
                 upon scherm
               move 1 to dal-result
           end-evaluate.

           EXEC SQL at primes
             SELECT COALESCE(CAST(EXTRACT(EPOCH FROM MAX(end_time))
                                  AS BIGINT), 0)
                    INTO :mt-feed-epoch
               FROM primes_run_log
              WHERE mode = 'feed'
                AND status = 'complete'
                AND COALESCE(result, 0) = 0
           END-EXEC.

           if SQLCODE = 0 and mt-feed-epoch > zero
             move "Y" to mt-feed-known
           else
             move zero to mt-feed-epoch
           end-if.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :mt-alerts-open
               FROM primes_alerts
              WHERE closed_at IS NULL
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl metrics alert query nok" upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :mt-backlog
               FROM primes_request
              WHERE status IN ( 'pending', 'working' )
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl metrics backlog query nok"
               upon scherm
             move 1 to dal-result.

      *    everything the tables hold about one number; a part that
      *    cannot be read is left empty and the rest is still given
       r51b-number-detail.

           perform s00n-ensure-attributes.
           perform s00y-ensure-factor-cache.
           perform s00v-ensure-service-tables.
           perform s00z-ensure-gap-ledger.

           move zero   to nd-ident nd-fc-hits nd-req-total nd-req-count.
           move "N"    to nd-in-table nd-attr-found nd-palindrome
                          nd-mersenne nd-sophie-germain nd-fc-found
                          nd-record-below nd-record-above.
           move spaces to nd-twin-flag nd-hash-state nd-factors
                          nd-fc-method.
           move 0      to dal-result.

           EXEC SQL at primes
             SELECT ident, COALESCE(is_twin, 'N'),
                    CASE WHEN row_hash IS NULL THEN 'missing'
                         WHEN row_hash = MD5( ident::TEXT || ':'
                                              || prime::TEXT || ':'
                                              || COALESCE(is_twin,
                                                          'N') )
                         THEN 'verified'
                         ELSE 'mismatch' END
                    INTO :nd-ident, :nd-twin-flag, :nd-hash-state
               FROM primes
              WHERE prime = :nd-number
              LIMIT 1
           END-EXEC.

           evaluate SQLCODE
             when 0
               move "Y" to nd-in-table
             when 100
               continue
             when other
               display SQLCODE upon scherm
               display "primes.cbl number detail row nok" upon scherm
               move 1 to dal-result
           end-evaluate.

           if nd-is-in-table
             EXEC SQL at primes
               SELECT palindrome, mersenne, sophie_germain
                      INTO :nd-palindrome, :nd-mersenne,
                           :nd-sophie-germain
                 FROM primes_attributes
                WHERE ident = :nd-ident
             END-EXEC
             evaluate SQLCODE
               when 0
                 move "Y" to nd-attr-found
               when 100
                 continue
               when other
                 display SQLCODE upon scherm
                 display "primes.cbl number detail attributes nok"
                   upon scherm
                 move 1 to dal-result
             end-evaluate
           end-if.

           EXEC SQL at primes
             SELECT factors, COALESCE(method, 'trial'),
                    COALESCE(hit_count, 0)
                    INTO :nd-factors, :nd-fc-method, :nd-fc-hits
               FROM primes_factor_cache
              WHERE number = :nd-number
           END-EXEC.

           evaluate SQLCODE
             when 0
               move "Y" to nd-fc-found
             when 100
               continue
             when other
               display SQLCODE upon scherm
               display "primes.cbl number detail factors nok"
                 upon scherm
               move 1 to dal-result
           end-evaluate.

           EXEC SQL at primes
             SELECT CASE WHEN EXISTS ( SELECT 1 FROM primes_gap_ledger
                                        WHERE gap_start = :nd-below )
                         THEN 'Y' ELSE 'N' END,
                    CASE WHEN EXISTS ( SELECT 1 FROM primes_gap_ledger
                                        WHERE gap_start = :nd-number )
                         THEN 'Y' ELSE 'N' END
                    INTO :nd-record-below, :nd-record-above
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl number detail gap ledger nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL at primes
             SELECT COUNT(*) INTO :nd-req-total
               FROM primes_request
              WHERE number = :nd-number
                 OR ( number_to IS NOT NULL
                      AND :nd-number BETWEEN number AND number_to )
           END-EXEC.

           if SQLCODE not = 0 and SQLCODE not = 100 then
             display SQLCODE upon scherm
             display "primes.cbl number detail request count nok"
               upon scherm
             move 1 to dal-result.

           EXEC SQL OPEN numreqcursor END-EXEC.

           if SQLCODE = 0   then
             perform until SQLCODE not = 0
                            or nd-req-count >= 10
               EXEC SQL FETCH numreqcursor
                 INTO :nqr-id, :nqr-client, :nqr-type, :nqr-status,
                      :nqr-at
               END-EXEC
               if SQLCODE = 0   then
                 add 1 to nd-req-count
                 move nqr-id     to nd-req-id(nd-req-count)
                 move nqr-client to nd-req-client(nd-req-count)
                 move nqr-type   to nd-req-type(nd-req-count)
                 move nqr-status to nd-req-status(nd-req-count)
                 move nqr-at     to nd-req-at(nd-req-count)
               end-if
             end-perform
             EXEC SQL CLOSE numreqcursor END-EXEC
           else
             display SQLCODE upon scherm
             display "primes.cbl open number request cursor nok"
               upon scherm
             move 1 to dal-result.

       r52-catalog-fetch.


       s00j-ensure-error-history.

           if ddl-is-allowed
             perform s00j-create-error-history.

       s00j-create-error-history.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_error_history (
                    id        BIGSERIAL PRIMARY KEY,

       s00f-ensure-run-lock.

           if ddl-is-allowed
             perform s00f-create-run-lock.

       s00f-create-run-lock.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_run_lock (
                    id        NUMERIC(1) PRIMARY KEY,

       s00e-ensure-stream-log.

           if ddl-is-allowed
             perform s00e-create-stream-log.

       s00e-create-stream-log.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_stream_log (
                    stream_name  VARCHAR(16) NOT NULL,

       s00d-ensure-job-queue.

           if ddl-is-allowed
             perform s00d-create-job-queue.

       s00d-create-job-queue.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_job_queue (
                    id           BIGSERIAL PRIMARY KEY,
           move prime-number to prime.

           EXEC SQL at primes
             INSERT INTO primes
                    ( prime, origin_type, origin_id, origin_run,
                      origin_at )
                    VALUES ( :prime,
                             COALESCE( NULLIF(TRIM(:dal-origin-type),
                                              ''),
                                       NULLIF(TRIM(:dal-mode), ''),
                                       'unknown' ),
                             NULLIF( TRIM(:dal-origin-id), '' ),
                             NULLIF( CAST(:dal-run-id AS NUMERIC), 0 ),
                             CURRENT_TIMESTAMP )
             ON CONFLICT ( prime ) DO NOTHING
             RETURNING ident INTO :iface-last-ident
           END-EXEC.
             move iface-last-ident to if-ident
             move prime-number     to if-prime
             move iface-line       to interface-buffer
             perform s97d-write-signed-line
             add 1 to iface-detail-count
             if iface-first-ident = zero
               move iface-last-ident to iface-first-ident

       s00s-load-milestones.

           perform s00ar-ensure-milestones.

           move zero to ms-total-rows.
           EXEC SQL at primes

       s00ac-ensure-report-restart.

           if ddl-is-allowed
             perform s00ac-create-report-restart.

       s00ac-create-report-restart.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_report_restart (
                    mode       VARCHAR(16) PRIMARY KEY,

       s00ab-ensure-approvals.

           if ddl-is-allowed
             perform s00ab-create-approvals.

       s00ab-create-approvals.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_approvals (
                    id           BIGSERIAL PRIMARY KEY,

           EXEC SQL CLOSE operauditcursor END-EXEC.

       r62b-signon-check.

           perform s00bm-ensure-operator-signon.

           move "UNKNOWN" to so-outcome.
           move "N"       to so-change-due so-match so-locked.
           move zero      to so-failures.

           EXEC SQL at primes
             SELECT CASE WHEN secret_hash =
                              MD5( TRIM(salt) || TRIM(:so-secret) )
                         THEN 'Y' ELSE 'N' END,
                    CASE WHEN locked_at IS NOT NULL
                         THEN 'Y' ELSE 'N' END,
                    CASE WHEN must_change = 'Y'
                           OR secret_set_at < CURRENT_TIMESTAMP
                              - CAST(:so-expire-days AS INTEGER)
                                * INTERVAL '1 day'
                         THEN 'Y' ELSE 'N' END,
                    failures
                    INTO :so-match, :so-locked, :so-change-due,
                         :so-failures
               FROM primes_operator_signon
              WHERE operator = TRIM(:so-operator)
           END-EXEC.

           evaluate true
             when SQLCODE = 100
               move 0 to dal-result
             when SQLCODE not = 0
               display SQLCODE upon scherm
               display "primes.cbl sign-on check nok" upon scherm
               move 1 to dal-result
             when so-locked = "Y"
               move "LOCKED" to so-outcome
               move 0 to dal-result
             when so-match = "Y"
               EXEC SQL at primes
                 UPDATE primes_operator_signon
                    SET failures    = 0,
                        last_signon = CURRENT_TIMESTAMP
                  WHERE operator = TRIM(:so-operator)
               END-EXEC
               perform r84-commit-work
               move "OK" to so-outcome
               move 0 to dal-result
             when other
               add 1 to so-failures
               if so-failures >= so-max-tries
                 move "Y"       to so-locked
                 move "NEWLOCK" to so-outcome
               else
                 move "BAD"     to so-outcome
               end-if
               EXEC SQL at primes
                 UPDATE primes_operator_signon
                    SET failures  = :so-failures,
                        locked_at = CASE WHEN :so-locked = 'Y'
                                         THEN CURRENT_TIMESTAMP
                                         ELSE NULL END
                  WHERE operator = TRIM(:so-operator)
               END-EXEC
               perform r84-commit-work
               move 0 to dal-result
           end-evaluate.

      *    a new secret also clears the failures and the lock
       r62c-signon-secret.

           perform s00bm-ensure-operator-signon.

           EXEC SQL at primes
             INSERT INTO primes_operator_signon
                    ( operator, salt, secret_hash, secret_set_at,
                      must_change, failures, locked_at )
                    VALUES ( TRIM(:so-operator), TRIM(:so-salt),
                             MD5( TRIM(:so-salt)
                                  || TRIM(:so-secret) ),
                             CURRENT_TIMESTAMP, :so-must-change,
                             0, NULL )
             ON CONFLICT ( operator ) DO UPDATE
                SET salt          = EXCLUDED.salt,
                    secret_hash   = EXCLUDED.secret_hash,
                    secret_set_at = EXCLUDED.secret_set_at,
                    must_change   = EXCLUDED.must_change,
                    failures      = 0,
                    locked_at     = NULL
           END-EXEC.

           if SQLCODE = 0
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl sign-on secret nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result
           end-if.

      *    an operator without credentials has nothing to lock
       r62d-signon-lock.

           perform s00bm-ensure-operator-signon.

           EXEC SQL at primes
             UPDATE primes_operator_signon
                SET locked_at = CASE WHEN :so-lock-action = 'L'
                                     THEN CURRENT_TIMESTAMP
                                     ELSE NULL END,
                    failures  = 0
              WHERE operator = TRIM(:so-operator)
           END-EXEC.

           if SQLCODE = 0 or SQLCODE = 100
             perform r84-commit-work
             move 0 to dal-result
           else
             display SQLCODE upon scherm
             display "primes.cbl sign-on lock nok" upon scherm
             EXEC SQL at primes ROLLBACK END-EXEC
             move 1 to dal-result
           end-if.

       r62e-operator-review.

           perform s00aa-ensure-operator-audit.
           perform s00bm-ensure-operator-signon.

           move "N"    to orv-activity.
           move spaces to orv-last-at orv-last-program orv-last-action
                          orv-last-signon.
           move 99999  to orv-idle-days.
           move "NONE" to orv-signon-state.

           EXEC SQL at primes
             SELECT TO_CHAR(logged_at, 'YYYY-MM-DD HH24:MI:SS'),
                    COALESCE(program, ' '),
                    COALESCE(action, ' '),
                    CAST(CURRENT_DATE - CAST(logged_at AS DATE)
                         AS INTEGER)
                    INTO :orv-last-at, :orv-last-program,
                         :orv-last-action, :orv-idle-days
               FROM primes_operator_audit
              WHERE operator = TRIM(:orv-operator)
                AND NOT ( action IN ( 'signon', 'timeout' )
                          AND outcome <> 'ok' )
              ORDER BY logged_at DESC
              LIMIT 1
           END-EXEC.

           evaluate SQLCODE
             when 0
               move "Y" to orv-activity
               move 0 to dal-result
             when 100
               move 0 to dal-result
             when other
               display SQLCODE upon scherm
               display "primes.cbl operator review audit nok"
                 upon scherm
               move 1 to dal-result
           end-evaluate.

           if dal-method-ok
             EXEC SQL at primes
               SELECT CASE WHEN locked_at IS NOT NULL THEN 'LOCKED'
                           WHEN must_change = 'Y'     THEN 'TEMP'
                           ELSE 'ACTIVE' END,
                      COALESCE(TO_CHAR(last_signon,
                                       'YYYY-MM-DD HH24:MI:SS'), ' ')
                      INTO :orv-signon-state, :orv-last-signon
                 FROM primes_operator_signon
                WHERE operator = TRIM(:orv-operator)
             END-EXEC
             if SQLCODE not = 0 and SQLCODE not = 100
               display SQLCODE upon scherm
               display "primes.cbl operator review sign-on nok"
                 upon scherm
               move 1 to dal-result
             end-if
           end-if.

       s00aa-ensure-operator-audit.

           if ddl-is-allowed
             perform s00aa-create-operator-audit.

       s00aa-create-operator-audit.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_operator_audit (
                    id        BIGSERIAL PRIMARY KEY,
             display "primes.cbl ensure operator audit nok"
               upon scherm.

      *    operator credentials of the interactive programs, only the
      *    salted hash of a secret is kept
       s00bm-ensure-operator-signon.

           if ddl-is-allowed
             perform s00bm-create-operator-signon.

       s00bm-create-operator-signon.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_operator_signon (
                    operator      VARCHAR(16) PRIMARY KEY,
                    salt          VARCHAR(16) NOT NULL,
                    secret_hash   CHAR(32) NOT NULL,
                    secret_set_at TIMESTAMP NOT NULL
                                  DEFAULT CURRENT_TIMESTAMP,
                    must_change   CHAR(1) NOT NULL DEFAULT 'Y',
                    failures      NUMERIC(3) NOT NULL DEFAULT 0,
                    locked_at     TIMESTAMP,
                    last_signon   TIMESTAMP )
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure operator sign-on nok"
               upon scherm.

       r63-sla-check.

           move zero  to sla-run-count sla-max-elapsed sla-min-rows.

       s00z-ensure-gap-ledger.

           if ddl-is-allowed
             perform s00z-create-gap-ledger.

       s00z-create-gap-ledger.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_gap_ledger (
                    id          BIGSERIAL PRIMARY KEY,
             move zero  to write-count
             move "Y"   to dal-committed
             move total-write-count to twc-at-commit
             if beat-is-connected
               perform s00bc-beat-when-due
             end-if
      *      display SQLCODE upon scherm
      *      display "commit ok: " upon scherm
           else
           END-EXEC.

           if SQLCODE = 0   then
             move spaces to session-tag
             move dal-run-id to ssr-run-id
             string 'primes '             delimited by size
                    function trim(dal-mode) delimited by size
                    ' '                   delimited by size
                    ssr-run-id            delimited by size
                    into session-tag
             end-string
             perform s00ay-tag-session
             move 0 to dal-result
           else
             display SQLCODE upon scherm

       s00w-ensure-runlog-archive.

           if ddl-is-allowed
             perform s00w-create-runlog-archive.

       s00w-create-runlog-archive.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_run_log_archive
                    ( LIKE primes_run_log )
               to process-message
           else
             EXEC SQL at primes
               INSERT INTO primes
                      ( prime, origin_type, origin_id, origin_run,
                        origin_at )
                      VALUES ( 2,
                               COALESCE( NULLIF(TRIM(:dal-origin-type),
                                                ''),
                                         NULLIF(TRIM(:dal-mode), ''),
                                         'unknown' ),
                               NULLIF( TRIM(:dal-origin-id), '' ),
                               NULLIF( CAST(:dal-run-id AS NUMERIC),
                                       0 ),
                               CURRENT_TIMESTAMP )
               RETURNING ident INTO :iface-last-ident
             END-EXEC

             if SQLCODE = 0   then
               perform r83f-hash-new-prime
               move 0 to dal-result
               move 1 to primes-sequence
               move 2 to prime-number
                 move 'Database initialisation ok.'
                 to program-message
                  call "primesui" using primes-ui
                 move 'primes' to session-tag
                 perform s00ay-tag-session
                 if sv-upgrade-run
                   move "Y" to ddl-allowed
                 else
                   perform s00at-check-schema-version
                 end-if
              else
                 move
                  'Database initialisation failed, terminating program.'

           if SQLCODE = 0   then
             move 'Y' to dal-connected
             move "N" to lookup-coverage
           else
             move 0167 to errlog-msgno
             move 'Database connect failed, will retry.'
               upon scherm
             move "N" to iface-open-flag
           else
             move "INTERFACE" to sign-party
             perform s97e-open-signature
             move zero to iface-detail-count
             if iface-first-ident > zero
               move iface-first-ident to rp-first-ident
             move rp-row-ident to if-ident
             move rp-row-prime to if-prime
             move iface-line   to interface-buffer
             perform s97d-write-signed-line
             add 1 to iface-detail-count
           end-if.

           write errlog-buffer.
           close ferrlog.

      *    a queued job's output file gets the error as well
           move ui-methods     to errlog-ui-methods.
           move ui-report-line to errlog-ui-line.
           move errlog-line    to ui-report-line.
           move 'capture-line' to ui-methods.
           call "primesui" using primes-ui.
           move errlog-ui-methods to ui-methods.
           move errlog-ui-line    to ui-report-line.

       s00a-ensure-indexes.

           if ddl-is-allowed
             perform s00a-create-indexes.

       s00a-create-indexes.

           EXEC SQL at primes
             CREATE INDEX IF NOT EXISTS primes_ident_idx
                    ON primes ( ident )

       s00b-ensure-columns.

           if ddl-is-allowed
             perform s00b-create-columns.

       s00b-create-columns.

           EXEC SQL at primes
             ALTER TABLE primes
                    ADD COLUMN IF NOT EXISTS is_twin CHAR(1)
             display "primes.cbl ensure chain prev column nok"
               upon scherm.

           EXEC SQL at primes
             ALTER TABLE primes
                    ADD COLUMN IF NOT EXISTS origin_type VARCHAR(16),
                    ADD COLUMN IF NOT EXISTS origin_id   VARCHAR(40),
                    ADD COLUMN IF NOT EXISTS origin_run  NUMERIC(9),
                    ADD COLUMN IF NOT EXISTS origin_at   TIMESTAMP
           END-EXEC.

           if SQLCODE not = 0 then
             display SQLCODE upon scherm
             display "primes.cbl ensure origin columns nok"
               upon scherm.

       s00b2-widen-columns.

           if ddl-is-allowed
             perform s00b2-alter-columns.

       s00b2-alter-columns.

      *    transition support: schemas created before the move to
      *    18-digit primes carry NUMERIC(9) columns; widen them in
      *    place so the old data stays readable.

       s00b3-widen-more-columns.

           if ddl-is-allowed
             perform s00b3-alter-more-columns.

       s00b3-alter-more-columns.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_milestones (
                    id         BIGSERIAL PRIMARY KEY,
             if finterface-status = "00"
               move "Y"  to iface-open-flag
               move zero to iface-detail-count iface-first-ident
               move "INTERFACE" to sign-party
               perform s97e-open-signature
             else
               display finterface-status upon scherm
               display "primes.cbl interface batch open nok"
             move iface-batch-number to it-batch
             move iface-detail-count to it-count
             move iface-trailer      to interface-buffer
             perform s97d-write-signed-line
             close finterface
             move "N" to iface-open-flag
             perform s97f-close-signature
             perform s00bj-ensure-batch-signature

             EXEC SQL at primes
               UPDATE primes_batch_register
                  SET record_count = :iface-detail-count,
                      first_ident  = :iface-first-ident,
                      last_ident   = :iface-last-ident,
                      closed_at    = CURRENT_TIMESTAMP,
                      signature    = NULLIF(TRIM(:iface-signature), '')
                WHERE batch_number = :iface-batch-number
             END-EXEC

                    ".ready"            delimited by size
                    into fready-filename
             end-string
             perform s97g-write-ready-mark

             if iface-detail-count > zero
               perform s97-fanout-subscribers
                 upon scherm
             else

               move se-name(sub-idx) to sign-party
               perform s97e-open-signature
               move zero to fan-detail-count
               move iface-first-ident to rp-first-ident
               move iface-last-ident  to rp-last-ident
               move fan-batch-number to it-batch
               move fan-detail-count to it-count
               move iface-trailer    to interface-buffer
               perform s97d-write-signed-line
               close finterface
               perform s97f-close-signature

               EXEC SQL at primes
                 UPDATE primes_batch_register
                    SET record_count = :fan-detail-count,
                        first_ident  = :iface-first-ident,
                        last_ident   = :iface-last-ident,
                        closed_at    = CURRENT_TIMESTAMP,
                        signature    = NULLIF(TRIM(:iface-signature),
                                              '')
                  WHERE batch_number = :fan-batch-number
               END-EXEC
               if SQLCODE = 0
                        into fready-filename
                 end-string
               end-if
               perform s97g-write-ready-mark

             end-if
           end-if.
               move rp-row-prime to if-prime
               move iface-line   to interface-buffer
             end-if
             perform s97d-write-signed-line
             add 1 to fan-detail-count
           end-if.

       s97d-write-signed-line.

           write interface-buffer.
           if sign-is-active
             move interface-buffer to sign-text
             move 'line' to sign-methods
             call "primessign" using primes-sign
           end-if.

       s97e-open-signature.

           move spaces to iface-signature sign-key-file.
           move 'open' to sign-methods.
           call "primessign" using primes-sign.

       s97f-close-signature.

           move spaces to iface-signature.
           if sign-is-active
             move 'close' to sign-methods
             call "primessign" using primes-sign
             if sign-method-ok
               move sign-value to iface-signature
             end-if
           end-if.

      *    the ready mark carries the signature of the file it
      *    releases, an unsigned file gets an empty mark
       s97g-write-ready-mark.

           open output freadymark.
           if freadymark-status = "00"
             if iface-signature not = spaces
               move spaces to readymark-buffer
               string "SIGNED "                 delimited by size
                      function trim(sign-party) delimited by size
                      " "                       delimited by size
                      iface-signature           delimited by size
                      into readymark-buffer
               end-string
               write readymark-buffer
             end-if
             close freadymark
           end-if.

       r53-rate-set.

           perform s00ah-ensure-cost.

       s00ah-ensure-cost.

           if ddl-is-allowed
             perform s00ah-create-cost.

       s00ah-create-cost.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_cost_rates (
                    mode       VARCHAR(16) PRIMARY KEY,
                  into finterface-filename
           end-string.

           move finterface-filename to dal-origin-id.

           open input finterface.
           if finterface-status not = "00"
             display finterface-status upon scherm
             end-if
           end-if.

           move spaces to dal-origin-id.

       r54b-replay-one-record.

           read finterface

       s00ag-ensure-benchmarks.

           if ddl-is-allowed
             perform s00ag-create-benchmarks.

       s00ag-create-benchmarks.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_benchmarks (
                    id          BIGSERIAL PRIMARY KEY,

       s00af-ensure-band-meta.

           if ddl-is-allowed
             perform s00af-create-band-meta.

       s00af-create-band-meta.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_band_meta (
                    band_no    NUMERIC(12) PRIMARY KEY,

       s00ae-ensure-chk-history.

           if ddl-is-allowed
             perform s00ae-create-chk-history.

       s00ae-create-chk-history.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_checkpoint_history (
                    id           BIGSERIAL PRIMARY KEY,

       s00ad-ensure-subscribers.

           if ddl-is-allowed
             perform s00ad-create-subscribers.

       s00ad-create-subscribers.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_subscribers (
                    name      VARCHAR(16) PRIMARY KEY,

       s00l-ensure-batch-register.

           if ddl-is-allowed
             perform s00l-create-batch-register.

       s00l-create-batch-register.

           EXEC SQL at primes
             CREATE TABLE IF NOT EXISTS primes_batch_register (
                    batch_number BIGSERIAL PRIMARY KEY,
           move "N" to ms-state.
           move "N" to gl-state.
           move "N" to band-state.
           perform r82f-bitmap-close.

           MOVE 'DISCONNECT' TO CUR-STEP.
           EXEC SQL connect RESET primes END-EXEC.
