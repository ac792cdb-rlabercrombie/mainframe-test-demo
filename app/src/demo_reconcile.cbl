           01 DEMO_DAYCLOSE_STATUS_RECORD.
               05 DAYCLOSE_VERDICT          PIC X(09).
               05 DAYCLOSE_DATE             PIC X(08).
               05 FILLER                    PIC X(143).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).
               10  WS_SRC_ENTRY_CODE        PIC X(03).
               10  WS_SRC_ENTRY_DETAILS     PIC 9(08).
               10  WS_SRC_ENTRY_REJECTS     PIC 9(08).
               10  WS_SRC_ENTRY_HELD        PIC 9(08).
               10  WS_SRC_ENTRY_TABLE_ROWS  PIC 9(08).
               10  WS_SRC_ENTRY_ACCEPTED    PIC 9(08).
       01  WS_SRC_IDX                      PIC 9(02) VALUE ZERO.
       01  WS_ACCEPTED_AMOUNT              PIC 9(12) VALUE ZERO.
       01  WS_AMOUNT_WORK                  PIC 9(09) VALUE ZERO.

       *> records DEMO-WRITER parked in demo_held over their amount
       *> limit were accepted off the file but are not in demo_table
       *> (or the report) until DEMO-AMTHOLD releases them, so they
       *> come off the file side exactly as rejects do - see
       *> B3420_COUNT_HELD_ROWS
       01  WS_HELD_COUNT                   PIC 9(08) VALUE ZERO.
       01  WS_HELD_AMOUNT                  PIC 9(12) VALUE ZERO.

       01  WS_RECONCILE_RESULT             PIC X(1) VALUE 'F'.
           88  WS_RECONCILE_PASS               VALUE 'T'.
           88  WS_RECONCILE_FAIL                VALUE 'F'.
       01  WS_TABLE_ROW_COUNT      PIC 9(08).
       01  WS_TABLE_AMOUNT_TOTAL   PIC 9(12).
       01  WS_SRC_ROW_COUNT        PIC 9(08).
       01  DB_HELD_ROW_COUNT       PIC 9(08).
       01  DB_HELD_AMOUNT          PIC 9(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_DATE                 PIC X(10).
       01  DB_END_DATE             PIC X(10).
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           PERFORM B3410_COUNT_TABLE_ROWS_BY_SOURCE.
           PERFORM B3420_COUNT_HELD_ROWS.

           EXIT.


           EXIT.

       *> the same date scope over demo_held, in total and per
       *> source - a held record released since is back in
       *> demo_table and no longer counted here
       B3420_COUNT_HELD_ROWS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
                 INTO :DB_HELD_ROW_COUNT, :DB_HELD_AMOUNT
               FROM demo_held
               WHERE report_date BETWEEN (:DB_DATE) AND (:DB_END_DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE DB_HELD_ROW_COUNT TO WS_HELD_COUNT
           MOVE DB_HELD_AMOUNT TO WS_HELD_AMOUNT
           MOVE ZERO TO WS_SRC_IDX

           PERFORM UNTIL WS_SRC_IDX >= WS_SRC_COUNT
               ADD 1 TO WS_SRC_IDX
               MOVE WS_SRC_ENTRY_CODE(WS_SRC_IDX) TO DB_SOURCE_SYSTEM

               EXEC SQL
                   SELECT COUNT(*) INTO :DB_HELD_ROW_COUNT
                   FROM demo_held
                   WHERE report_date BETWEEN (:DB_DATE)
                                         AND (:DB_END_DATE)
                     AND source_system = :DB_SOURCE_SYSTEM
               END-EXEC

               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF

               MOVE DB_HELD_ROW_COUNT
                   TO WS_SRC_ENTRY_HELD(WS_SRC_IDX)
           END-PERFORM.

           EXIT.

       B3600_CLEAR_TEST_TABLE.
           EXEC SQL
                DELETE FROM demo_table
                       TO WS_SRC_ENTRY_CODE(WS_SRC_MATCH_IDX)
                   MOVE ZERO TO WS_SRC_ENTRY_DETAILS(WS_SRC_MATCH_IDX)
                   MOVE ZERO TO WS_SRC_ENTRY_REJECTS(WS_SRC_MATCH_IDX)
                   MOVE ZERO TO WS_SRC_ENTRY_HELD(WS_SRC_MATCH_IDX)
                   MOVE ZERO TO WS_SRC_ENTRY_TABLE_ROWS
                       (WS_SRC_MATCH_IDX)
                   MOVE ZERO TO WS_SRC_ENTRY_ACCEPTED
       *> expected/designed reject doesn't show up as drift
       B5010_EVALUATE_RECONCILIATION.
           COMPUTE WS_ACCEPTED_COUNT =
               WS_FILE_DETAIL_COUNT - WS_REJECTED_COUNT
               - WS_HELD_COUNT.
           COMPUTE WS_ACCEPTED_AMOUNT =
               WS_FILE_AMOUNT_TOTAL - WS_REJECTED_AMOUNT
               - WS_HELD_AMOUNT.

           IF WS_ACCEPTED_COUNT = WS_TABLE_ROW_COUNT AND
              WS_TABLE_ROW_COUNT = WS_REPORT_DETAIL_COUNT AND
               COMPUTE WS_SRC_ENTRY_ACCEPTED(WS_SRC_IDX) =
                   WS_SRC_ENTRY_DETAILS(WS_SRC_IDX)
                   - WS_SRC_ENTRY_REJECTS(WS_SRC_IDX)
                   - WS_SRC_ENTRY_HELD(WS_SRC_IDX)
               IF WS_SRC_ENTRY_ACCEPTED(WS_SRC_IDX) NOT =
                       WS_SRC_ENTRY_TABLE_ROWS(WS_SRC_IDX)
                   SET WS_SRC_RESULT_FAIL TO TRUE
               WS_FILE_DETAIL_COUNT.
           DISPLAY "REJECTED RECORDS (EXPECTED):  "
               WS_REJECTED_COUNT.
           DISPLAY "HELD OVER AMOUNT LIMIT:       "
               WS_HELD_COUNT.
           DISPLAY "ACCEPTED FILE RECORDS:        "
               WS_ACCEPTED_COUNT.
           DISPLAY "DEMO_TABLE ROWS:              "
               WS_FILE_AMOUNT_TOTAL.
           DISPLAY "REJECTED AMOUNT (EXPECTED):   "
               WS_REJECTED_AMOUNT.
           DISPLAY "HELD AMOUNT:                  "
               WS_HELD_AMOUNT.
           DISPLAY "ACCEPTED FILE AMOUNT:         "
               WS_ACCEPTED_AMOUNT.
           DISPLAY "DEMO_TABLE AMOUNT TOTAL:      "
               DISPLAY "SOURCE " WS_SRC_ENTRY_CODE(WS_SRC_IDX)
                   ": DETAILS " WS_SRC_ENTRY_DETAILS(WS_SRC_IDX)
                   " REJECTS " WS_SRC_ENTRY_REJECTS(WS_SRC_IDX)
                   " HELD " WS_SRC_ENTRY_HELD(WS_SRC_IDX)
                   " ACCEPTED " WS_SRC_ENTRY_ACCEPTED(WS_SRC_IDX)
                   " TABLE " WS_SRC_ENTRY_TABLE_ROWS(WS_SRC_IDX)
           END-PERFORM
           PERFORM B9101_CORRECTLY_DETECT_MATCH.
           PERFORM B9102_CORRECTLY_DETECT_MISMATCH.
           PERFORM B9103_MONEY_DRIFT_FAILS_ON_ITS_OWN.
           PERFORM B9104_HELD_RECORDS_ARE_NOT_DRIFT.

           EXIT.


           EXIT.

       B9104_HELD_RECORDS_ARE_NOT_DRIFT.
           DISPLAY 'RECORDS HELD OVER THE AMOUNT LIMIT ARE NOT DRIFT'.

           MOVE 5 TO WS_FILE_DETAIL_COUNT.
           MOVE 4 TO WS_TABLE_ROW_COUNT.
           MOVE 4 TO WS_REPORT_DETAIL_COUNT.
           MOVE 500 TO WS_FILE_AMOUNT_TOTAL.
           MOVE ZERO TO WS_REJECTED_AMOUNT.
           MOVE 1 TO WS_HELD_COUNT.
           MOVE 300 TO WS_HELD_AMOUNT.
           MOVE 200 TO WS_TABLE_AMOUNT_TOTAL.
           PERFORM B5010_EVALUATE_RECONCILIATION.

           DISPLAY "EXPECTED: PASS".
           IF WS_RECONCILE_PASS
               DISPLAY "ACTUAL:   PASS"
               PERFORM B9901_TEST_PASSED
           ELSE
               DISPLAY "ACTUAL:   FAIL"
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_HELD_COUNT.
           MOVE ZERO TO WS_HELD_AMOUNT.

           EXIT.

       B9200_INTEGRATION_TESTS.
           DISPLAY 'RUNNING INTEGRATION TESTS!'

