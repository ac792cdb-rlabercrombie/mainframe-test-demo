           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XREF_KEY
           ALTERNATE RECORD KEY IS XREF_PROVIDER_REF WITH DUPLICATES
           FILE STATUS IS WS_XREF_FILE_STATUS.

           *> may not exist yet on a fresh install (nothing has ever
                   10 XREF_DATE             PIC X(08).
                   10 XREF_STRING           PIC X(06).
                   10 XREF_SOURCE           PIC X(03).
                   10 XREF_PROVIDER_REF     PIC X(20).
               05 XREF_LOAD_TS              PIC X(14).
               05 XREF_SOURCE_FILE          PIC X(100).
               05 XREF_DISPOSITION          PIC X(20).
       *> whose source can no longer be determined rebuilds under the
       *> long-standing 'PRI' default and is counted and reported -
       *> the inquiry tool is only as trustworthy as this rebuild,
       *> and the rebuild says exactly where it had to guess. The
       *> transaction reference, part of the entry's key, is on the
       *> audit row itself - blank for original-layout records.

       *> example argument usage:

       01  DB_ACTION               PIC X(20).
       01  DB_RECORD_DATE          PIC X(10).
       01  DB_RECORD_TEXT          PIC X(12).
       01  DB_KEY_TEXT             PIC X(12).
       01  DB_PROVIDER_REF         PIC X(20).
       01  DB_SOURCE_COUNT         PIC 9(04).
       01  DB_SOURCE_SYSTEM        PIC X(03).


       *> walks the whole audit trail in run order so each record's
       *> entry ends holding the latest disposition - the same story
       *> the writer's incremental rewrites would have left. Rows
       *> DEMO-BACKLOAD wrote are history from before this system -
       *> the writer never indexed them, so neither does the rebuild.
       *> Only the dispositions the writer and DEMO-AMTHOLD put on an
       *> entry are walked - the same actions DEMO-INTEGRITY's
       *> B4310_CHECK_ONE_XREF_ENTRY holds an entry to - so a later
       *> archive, review or settlement row cannot overwrite one. A
       *> REPLACED entry stays under the string it was loaded with,
       *> as the writer's B4465_WRITE_XREF_FOR_CORRECTION keys it.
       B4020_REBUILD_FROM_AUDIT.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT run_id, file_path, action,
                          record_date, record_text,
                          CASE WHEN action = 'REPLACED'
                               THEN COALESCE(prior_text, record_text)
                               ELSE record_text END,
                          COALESCE(provider_ref, ' ')
                   FROM demo_audit
                   WHERE action IN ('INSERTED', 'DUPLICATE-SKIPPED',
                                    'HELD-OVER-LIMIT', 'REJECTED',
                                    'REVERSED', 'REPLACED',
                                    'HOLD-RELEASED')
                   ORDER BY run_id, record_number
           END-EXEC

               EXEC SQL
                   FETCH C1 INTO :DB_RUN_ID, :DB_FILE_PATH,
                                 :DB_ACTION, :DB_RECORD_DATE,
                                 :DB_RECORD_TEXT, :DB_KEY_TEXT,
                                 :DB_PROVIDER_REF
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
           IF DB_RECORD_DATE(1:4) NOT NUMERIC
               OR DB_RECORD_DATE(6:2) NOT NUMERIC
               OR DB_RECORD_DATE(9:2) NOT NUMERIC
               OR DB_KEY_TEXT = SPACES
               ADD 1 TO WS_ROWS_UNUSABLE
               DISPLAY "UNREBUILDABLE AUDIT ROW - RUN " DB_RUN_ID
                   " " DB_ACTION " [" DB_RECORD_DATE " "
                   DB_KEY_TEXT "]"
           ELSE
               MOVE DB_RECORD_DATE(1:4) TO XREF_DATE(1:4)
               MOVE DB_RECORD_DATE(6:2) TO XREF_DATE(5:2)
               MOVE DB_RECORD_DATE(9:2) TO XREF_DATE(7:2)
               MOVE DB_KEY_TEXT(1:6) TO XREF_STRING
               PERFORM B4110_RESOLVE_SOURCE
               MOVE DB_SOURCE_SYSTEM TO XREF_SOURCE
               MOVE DB_PROVIDER_REF TO XREF_PROVIDER_REF
               MOVE DB_RUN_ID TO XREF_LOAD_TS
               MOVE DB_FILE_PATH TO XREF_SOURCE_FILE
               MOVE DB_ACTION TO XREF_DISPOSITION

           EXIT.

       *> the audit row doesn't carry the source system, so the live,
       *> archived and held rows are asked: exactly one distinct source
       *> for this date and text resolves it, anything else falls
       *> back to the long-standing 'PRI' default and is counted
       B4110_RESOLVE_SOURCE.
                       AND report_text = :DB_RECORD_TEXT
                     UNION ALL
                     SELECT source_system FROM demo_table_history
                     WHERE report_date = :DB_RECORD_DATE
                       AND report_text = :DB_RECORD_TEXT
                     UNION ALL
                     SELECT source_system FROM demo_held
                     WHERE report_date = :DB_RECORD_DATE
                       AND report_text = :DB_RECORD_TEXT) AS u
           END-EXEC
