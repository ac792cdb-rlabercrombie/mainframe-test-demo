
       *> the audit trail carries every touch under the run that made
       *> it - load, duplicate skip, reject, correction, archive,
       *> backout - and the run id is the event's own timestamp,
       *> except where a later job stamped the row with when it acted
       *> (a backout or hold release keeps the original run's id)
       B4010_COLLECT_AUDIT_EVENTS.
           STRING WS_INQUIRY_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,

           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT COALESCE(event_ts, run_id), file_path,
                          action
                   FROM demo_audit
                   WHERE record_date = :DB_DATE
                     AND record_text = :DB_STRING
                   ORDER BY COALESCE(event_ts, run_id)
           END-EXEC

           EXEC SQL
