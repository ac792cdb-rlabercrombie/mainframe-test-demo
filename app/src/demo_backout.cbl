       *> to run at all if any of the run's rows were already moved to
       *> demo_table_history by the archive step - an archived period
       *> has been reported on and has to be unwound deliberately, not
       *> by this job - or if any of them are under an active legal
       *> hold (demo_legal_hold, kept by DEMO-LEGALHOLD).

       *> example argument usage:

       01  WS_RUN_ID_WINDOW_START  PIC X(14).
       01  WS_RUN_ID_WINDOW_END    PIC X(14).
       01  WS_ARCHIVED_ROW_COUNT   PIC 9(08).
       01  WS_LEGAL_HOLD_ROW_COUNT PIC 9(08).
       01  DB_RUN_ID               PIC X(14).
       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       *> when the backout itself happened - its audit rows carry the
       *> backed-out run's id, so the id alone can't say
       01  WS_EVENT_TS             PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.

           END-IF

           PERFORM B4020_CHECK_NOT_ARCHIVED
           PERFORM B4025_CHECK_NOT_ON_LEGAL_HOLD
           PERFORM B4030_BACK_OUT_RUN

           *> FINISH UP

           EXIT.

       *> a run any of whose rows are frozen by an active legal hold
       *> (see demo_legalhold.cbl) is not backed out at all - taking
       *> its other rows would change the very load the dispute is
       *> about. The hold test is the one every data-moving job uses.
       B4025_CHECK_NOT_ON_LEGAL_HOLD.
           EXEC SQL
               SELECT COUNT(*) INTO :WS_LEGAL_HOLD_ROW_COUNT
               FROM demo_table t
               WHERE t.run_id = :WS_TARGET_RUN_ID
                 AND EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF WS_LEGAL_HOLD_ROW_COUNT > ZERO
               DISPLAY "*** BACKOUT REFUSED ***"
               DISPLAY "RUN " WS_TARGET_RUN_ID " HAS "
                   WS_LEGAL_HOLD_ROW_COUNT
                   " ROW(S) UNDER LEGAL HOLD - SEE DEMO-LEGALHOLD"
               MOVE 1 TO RETURN-CODE
               PERFORM B3900_DISCONNECT
               STOP RUN
           END-IF.

           EXIT.

       *> BACKOUT LOGIC

       B4030_BACK_OUT_RUN.

       *> the removal itself: the audit trail gets one BACKED-OUT row
       *> per removed row (under the reversed run's own id, so the
       *> run's trail tells its whole story in one place, stamped
       *> with when the backout ran, and carrying each row's
       *> transaction reference), then the rows come off demo_table
       *> in the same unit of work
       B4050_DELETE_RUN_ROWS.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_EVENT_TS

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'BACKOUT', 0, 'BACKED-OUT',
                      report_date, report_text, source_system, amount,
                      :WS_EVENT_TS, provider_ref
               FROM demo_table
               WHERE run_id = :WS_TARGET_RUN_ID
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           *> anything the run parked over its amount limit and
           *> nobody has released yet goes with it - a withdrawn hold
           *> must not be released later into a backed-out load
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'BACKOUT', 0, 'HOLD-WITHDRAWN',
                      report_date, report_text, source_system, amount,
                      :WS_EVENT_TS, provider_ref
               FROM demo_held
               WHERE run_id = :WS_TARGET_RUN_ID
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM demo_held
               WHERE run_id = :WS_TARGET_RUN_ID
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

