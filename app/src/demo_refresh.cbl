       *> (DEMO_REFRESH_SOURCE_PROFILE / DEMO_REFRESH_TARGET_PROFILE
       *> override); a run whose source and target resolve to the
       *> same profile is refused outright - this job must never
       *> scrub production in place. Rows under an active legal hold
       *> on the source (demo_legal_hold - see DEMO-LEGALHOLD) are
       *> never copied out: they are counted, reported as refused,
       *> and left out of the shuttle.
       *> The ocesql runtime holds one connection at a time, so the
       *> copy shuttles: a page is fetched from the source, the
       *> connection switched, the page inserted into the target, and
               10  WS_PAGE_ENTRY_RUN        PIC X(14).
               10  WS_PAGE_ENTRY_SOURCE     PIC X(03).
               10  WS_PAGE_ENTRY_AMOUNT     PIC 9(09).
               10  WS_PAGE_ENTRY_PROVIDER_REF PIC X(20).
       01  WS_PAGE_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_LAST_PAGE                    PIC X(01) VALUE 'F'.
           88  WS_LAST_PAGE_FALSE              VALUE 'F'.
               10  WS_STATP_DUPLICATES      PIC 9(08).
               10  WS_STATP_STARTED         PIC X(14).
               10  WS_STATP_ENDED           PIC X(14).
               10  WS_STATP_SOURCE          PIC X(03).
       01  WS_STAT_PAGE_IDX                PIC 9(03) VALUE ZERO.

       *> closed periods overlapping the range - small enough for a
       01  WS_MOVED_TABLE_ROWS             PIC 9(08) VALUE ZERO.
       01  WS_MOVED_STAT_ROWS              PIC 9(08) VALUE ZERO.
       01  WS_MOVED_PERIOD_ROWS            PIC 9(08) VALUE ZERO.
       01  WS_REFUSED_HELD_ROWS            PIC 9(08) VALUE ZERO.

       *> DB connection profile resolution work areas - see
       *> B3062_RESOLVE_PROFILE, which resolves whichever name is in
       01  DB_RUN_ID               PIC X(14).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT               PIC 9(09).
       01  DB_PROVIDER_REF         PIC X(20).
       01  DB_FILE_PATH            PIC X(100).
       01  DB_RECORDS_READ         PIC 9(08).
       01  DB_ACCEPTED             PIC 9(08).
       01  WS_TS_WINDOW_END        PIC X(14).
       01  WS_PAGE_SIZE            PIC 9(05) VALUE 200.
       01  WS_PAGE_OFFSET          PIC 9(08) VALUE ZERO.
       01  DB_LEGAL_HOLD_COUNT     PIC 9(08).

       EXEC SQL END DECLARE SECTION END-EXEC.


           *> GENERAL LOGIC
           PERFORM B4100_CLEAR_TARGET_RANGE
           PERFORM B4190_COUNT_HELD_ROWS
           PERFORM B4200_SHUTTLE_TABLE_ROWS
           PERFORM B4300_SHUTTLE_RUN_STATS
           PERFORM B4400_SHUTTLE_CLOSED_PERIODS
           DISPLAY "RANGE:             " WS_PARAMS_FROM_DATE " - "
               WS_PARAMS_TO_DATE
           DISPLAY "TABLE ROWS MOVED:  " WS_MOVED_TABLE_ROWS
           DISPLAY "HELD ROWS REFUSED: " WS_REFUSED_HELD_ROWS
           DISPLAY "RUN-STATS ROWS:    " WS_MOVED_STAT_ROWS
           DISPLAY "CLOSED PERIODS:    " WS_MOVED_PERIOD_ROWS


           EXIT.

       *> the source's held rows inside the range, counted before the
       *> shuttle so the refusal is reported even when it leaves the
       *> copy empty - the cursor below leaves the same rows out by
       *> the same hold test every data-moving job uses
       B4190_COUNT_HELD_ROWS.
           PERFORM B3110_CONNECT_SOURCE

           EXEC SQL
               SELECT COUNT(*) INTO :DB_LEGAL_HOLD_COUNT
               FROM demo_table t
               WHERE t.report_date BETWEEN (:DB_DATE) AND (:DB_END_DATE)
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

           MOVE DB_LEGAL_HOLD_COUNT TO WS_REFUSED_HELD_ROWS
           IF WS_REFUSED_HELD_ROWS > ZERO
               DISPLAY "*** " WS_REFUSED_HELD_ROWS " ROW(S) UNDER "
                   "LEGAL HOLD REFUSED - NOT COPIED TO "
                   WS_TGT_PROFILE_NAME " ***"
           END-IF

           PERFORM B3059_BUILD_RANGE_BOUNDS
           PERFORM B3900_DISCONNECT.

           EXIT.

       B4200_SHUTTLE_TABLE_ROWS.
           MOVE ZERO TO WS_PAGE_OFFSET
           SET WS_LAST_PAGE_FALSE TO TRUE
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT report_date, report_text, run_id,
                          source_system, COALESCE(amount, 0),
                          COALESCE(provider_ref, ' ')
                   FROM demo_table t
                   WHERE t.report_date
                       BETWEEN (:DB_DATE) AND (:DB_END_DATE)
                     AND NOT EXISTS
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
                                AND t.source_system
                                    = h.source_system)))
                   ORDER BY report_date, report_text, source_system
                   OFFSET :WS_PAGE_OFFSET
                   LIMIT :WS_PAGE_SIZE
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_DATE, :DB_STRING, :DB_RUN_ID,
                                 :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                                 :DB_PROVIDER_REF
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       TO WS_PAGE_ENTRY_SOURCE(WS_PAGE_COUNT)
                   MOVE DB_AMOUNT
                       TO WS_PAGE_ENTRY_AMOUNT(WS_PAGE_COUNT)
                   MOVE DB_PROVIDER_REF
                       TO WS_PAGE_ENTRY_PROVIDER_REF(WS_PAGE_COUNT)
               END-IF
           END-PERFORM

               MOVE WS_PAGE_ENTRY_SOURCE(WS_PAGE_IDX)
                   TO DB_SOURCE_SYSTEM
               MOVE WS_PAGE_ENTRY_AMOUNT(WS_PAGE_IDX) TO DB_AMOUNT
               MOVE WS_PAGE_ENTRY_PROVIDER_REF(WS_PAGE_IDX)
                   TO DB_PROVIDER_REF
               PERFORM B4020_SCRAMBLE_SOURCE

               *> the transaction reference goes across unchanged, as
               *> the file path does - TEST has to key corrections,
               *> releases and duplicates on it the way PROD does
               EXEC SQL
                   INSERT INTO demo_table
                       (report_date, report_text, run_id,
                        source_system, amount, provider_ref)
                   VALUES (:DB_DATE, :DB_STRING, :DB_RUN_ID,
                           :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                           :DB_PROVIDER_REF)
               END-EXEC

               IF SQLCODE NOT = ZERO
           EXEC SQL
               DECLARE C2 CURSOR FOR
                   SELECT run_id, file_path, records_read, accepted,
                          rejected, duplicates, started, ended,
                          COALESCE(source_system, 'PRI')
                   FROM demo_run_stats
                   WHERE started BETWEEN :WS_TS_WINDOW_START
                                    AND :WS_TS_WINDOW_END
                   FETCH C2 INTO :DB_RUN_ID, :DB_FILE_PATH,
                                 :DB_RECORDS_READ, :DB_ACCEPTED,
                                 :DB_REJECTED, :DB_DUPLICATES,
                                 :DB_STARTED, :DB_ENDED,
                                 :DB_SOURCE_SYSTEM
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       TO WS_STATP_STARTED(WS_STAT_PAGE_COUNT)
                   MOVE DB_ENDED
                       TO WS_STATP_ENDED(WS_STAT_PAGE_COUNT)
                   MOVE DB_SOURCE_SYSTEM
                       TO WS_STATP_SOURCE(WS_STAT_PAGE_COUNT)
               END-IF
           END-PERFORM

                   TO DB_DUPLICATES
               MOVE WS_STATP_STARTED(WS_STAT_PAGE_IDX) TO DB_STARTED
               MOVE WS_STATP_ENDED(WS_STAT_PAGE_IDX) TO DB_ENDED
               MOVE WS_STATP_SOURCE(WS_STAT_PAGE_IDX)
                   TO DB_SOURCE_SYSTEM
               PERFORM B4020_SCRAMBLE_SOURCE

               EXEC SQL
                   INSERT INTO demo_run_stats
                       (run_id, file_path, records_read, accepted,
                        rejected, duplicates, started, ended,
                        source_system)
                   VALUES (:DB_RUN_ID, :DB_FILE_PATH,
                           :DB_RECORDS_READ, :DB_ACCEPTED,
                           :DB_REJECTED, :DB_DUPLICATES,
                           :DB_STARTED, :DB_ENDED,
                           :DB_SOURCE_SYSTEM)
               END-EXEC

               IF SQLCODE NOT = ZERO
