       *> the next DEMO-WRITER run. A generation enters the queue the
       *> day after it was written - only a generation that can no
       *> longer grow is worked, exactly once, so no item is ever
       *> dispositioned or carried forward twice. A rejected-on-review
       *> record under an active legal hold (demo_legal_hold - see
       *> DEMO-LEGALHOLD) is not backed out: the refusal is reported
       *> and the item is carried forward until the hold is lifted.

       *> example argument usage:

               10  WS_CARRY_ENTRY_AGE       PIC 9(03).
               10  WS_CARRY_ENTRY_IMAGE     PIC X(50).
               10  WS_CARRY_ENTRY_SOURCE    PIC X(03).
               10  WS_CARRY_ENTRY_PROVIDER_REF PIC X(20).

       *> current work item being dispositioned - either a fresh line
       *> from DEMO_DATA_REVIEW.TXT (age zero) or a carried-forward
       *> line from DEMO_REVIEW_PENDING.TXT. The source code rides
       *> along so a back-out only reaches the sending provider's
       *> row; queue lines from before the source field default to
       *> 'PRI'. The transaction reference rides along the same way -
       *> blank for an original-layout record, when the date and
       *> string must name a single row on their own.
       01  WS_WORK_ITEM.
           05  WS_WORK_ITEM_AGE             PIC 9(03) VALUE ZERO.
           05  WS_WORK_ITEM_IMAGE           PIC X(50).
           05  WS_WORK_ITEM_SOURCE          PIC X(03) VALUE "PRI".
           05  WS_WORK_ITEM_PROVIDER_REF    PIC X(20) VALUE SPACES.
       01  WS_WORK_ITEM_DATE               PIC X(08).
       01  WS_WORK_ITEM_STRING             PIC X(06).

           05  WS_PENDING_LINE_IMAGE        PIC X(50).
           05  FILLER                       PIC X(01) VALUE " ".
           05  WS_PENDING_LINE_SOURCE       PIC X(03).
           05  FILLER                       PIC X(01) VALUE " ".
           05  WS_PENDING_LINE_PROVIDER_REF PIC X(20).

       *> disposition lookup result for the current work item
       01  WS_DISP_IDX                     PIC 9(04) VALUE ZERO.
       01  WS_DISP_MATCHED                 PIC X(01) VALUE 'F'.
           88  WS_DISP_MATCHED_FALSE           VALUE 'F'.
           88  WS_DISP_MATCHED_TRUE            VALUE 'T'.
       *> whether the matched disposition was actually applied (and
       *> so belongs on the sign-off trail) or the item went back on
       *> the queue instead
       01  WS_DISP_APPLIED                 PIC X(01) VALUE 'F'.
           88  WS_DISP_APPLIED_FALSE           VALUE 'F'.
           88  WS_DISP_APPLIED_TRUE            VALUE 'T'.

       *> permanent sign-off trail line - one per disposition applied
       01  WS_REVIEW_LOG_LINE.
       *> run totals for the operator summary at end of job
       01  WS_APPROVED_COUNT               PIC 9(04) VALUE ZERO.
       01  WS_BACKED_OUT_COUNT             PIC 9(04) VALUE ZERO.
       01  WS_LEGAL_HOLD_REFUSED_COUNT     PIC 9(04) VALUE ZERO.
       01  WS_AMBIGUOUS_REFUSED_COUNT      PIC 9(04) VALUE ZERO.
       01  WS_UNWORKED_COUNT               PIC 9(04) VALUE ZERO.
       01  WS_OLDEST_UNWORKED_AGE          PIC 9(03) VALUE ZERO.

       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_EVENT_TS             PIC X(14).
       01  DB_LEGAL_HOLD_COUNT     PIC 9(08) VALUE ZERO.
       01  DB_PROVIDER_REF         PIC X(20) VALUE SPACES.
       01  DB_RECORD_COUNT         PIC 9(08) VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.


           EXIT.

       *> whether the item's row is frozen by an active legal hold -
       *> the same hold test every data-moving job applies
       B3405_CHECK_LEGAL_HOLD.
           STRING WS_WORK_ITEM_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_WORK_ITEM_DATE(5:2) DELIMITED BY SIZE,
           MOVE WS_WORK_ITEM_STRING TO DB_STRING
           MOVE WS_WORK_ITEM_SOURCE TO DB_SOURCE_SYSTEM

           EXEC SQL
               SELECT COUNT(*) INTO :DB_LEGAL_HOLD_COUNT
               FROM demo_table t
               WHERE t.report_date = :DB_DATE
                 AND t.report_text = :DB_STRING
                 AND t.source_system = :DB_SOURCE_SYSTEM
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

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF.

           EXIT.

       *> counts the rows a back-out of the current item would reach
       *> - by the transaction reference when the item carries one,
       *> otherwise by the date/string identity DEMO-WRITER's
       *> B3400_INSERT_ROW loaded it under, which may now name more
       *> than one transaction
       B3407_COUNT_REVIEWED_ROWS.
           PERFORM B3408_SET_ROW_KEY

           IF DB_PROVIDER_REF NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :DB_RECORD_COUNT
                   FROM demo_table
                   WHERE provider_ref = :DB_PROVIDER_REF
                     AND source_system = :DB_SOURCE_SYSTEM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :DB_RECORD_COUNT
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF.

           EXIT.

       B3408_SET_ROW_KEY.
           STRING WS_WORK_ITEM_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_WORK_ITEM_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_WORK_ITEM_DATE(7:2) DELIMITED BY SIZE
           INTO DB_DATE

           MOVE WS_WORK_ITEM_STRING TO DB_STRING
           MOVE WS_WORK_ITEM_SOURCE TO DB_SOURCE_SYSTEM
           MOVE WS_WORK_ITEM_PROVIDER_REF TO DB_PROVIDER_REF.

           EXIT.

       *> backs a rejected-on-review record out of demo_table under
       *> the same key B3407_COUNT_REVIEWED_ROWS counted it by - the
       *> caller has already refused an item whose date and string
       *> alone name more than one row. A record already gone
       *> (archived or backed out by hand) deletes zero rows, which
       *> is not an error - the disposition is still logged either
       *> way.
       B3410_DELETE_REVIEWED_ROW.
           PERFORM B3408_SET_ROW_KEY

           *> the removal goes on the audit trail under the run that
           *> loaded the row, stamped with when the review took it
           *> off, so a replay of the trail sees it go
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS

           IF DB_PROVIDER_REF NOT = SPACES
               PERFORM B3411_DELETE_BY_REFERENCE
           ELSE
               PERFORM B3412_DELETE_BY_DATE_STRING
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B3411_DELETE_BY_REFERENCE.
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'REVIEW', 0, 'REVIEW-REMOVED',
                      report_date, report_text, source_system, amount,
                      :DB_EVENT_TS, provider_ref
               FROM demo_table
               WHERE provider_ref = :DB_PROVIDER_REF
                 AND source_system = :DB_SOURCE_SYSTEM
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM demo_table
               WHERE provider_ref = :DB_PROVIDER_REF
                 AND source_system = :DB_SOURCE_SYSTEM
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF.

           EXIT.

       *> scoped to the sending provider's row - two sources can
       *> legitimately hold the same date and string
       B3412_DELETE_BY_DATE_STRING.
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'REVIEW', 0, 'REVIEW-REMOVED',
                      report_date, report_text, source_system, amount,
                      :DB_EVENT_TS, provider_ref
               FROM demo_table
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM demo_table
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF.

           EXIT.

                               MOVE WS_PENDING_LINE_SOURCE
                                   TO WS_WORK_ITEM_SOURCE
                           END-IF
                           MOVE WS_PENDING_LINE_PROVIDER_REF
                               TO WS_WORK_ITEM_PROVIDER_REF
                           PERFORM B4100_DISPOSITION_WORK_ITEM
                   END-READ
               END-PERFORM
                               MOVE DEMO_DATA_REVIEW_RECORD(54:3)
                                   TO WS_WORK_ITEM_SOURCE
                           END-IF
                           MOVE DEMO_DATA_REVIEW_RECORD(60:20)
                               TO WS_WORK_ITEM_PROVIDER_REF
                           PERFORM B4100_DISPOSITION_WORK_ITEM
                   END-READ
               END-PERFORM
                   TO WS_PENDING_LINE_IMAGE
               MOVE WS_CARRY_ENTRY_SOURCE(WS_CARRY_IDX)
                   TO WS_PENDING_LINE_SOURCE
               MOVE WS_CARRY_ENTRY_PROVIDER_REF(WS_CARRY_IDX)
                   TO WS_PENDING_LINE_PROVIDER_REF
               WRITE DEMO_REVIEW_PENDING_RECORD FROM WS_PENDING_LINE
           END-PERFORM
           CLOSE DEMO_REVIEW_PENDING.
           MOVE WS_DISP_ENTRY_INITIALS(WS_DISP_MATCH_IDX)
               TO WS_REVIEW_LOG_INITIALS
           MOVE WS_WORK_ITEM_IMAGE TO WS_REVIEW_LOG_IMAGE
           SET WS_DISP_APPLIED_FALSE TO TRUE

           EVALUATE WS_DISP_ENTRY_ACTION(WS_DISP_MATCH_IDX)
               WHEN 'A'
                   MOVE "APPROVED  " TO WS_REVIEW_LOG_ACTION
                   ADD 1 TO WS_APPROVED_COUNT
                   SET WS_DISP_APPLIED_TRUE TO TRUE
               WHEN 'R'
                   PERFORM B3405_CHECK_LEGAL_HOLD
                   PERFORM B3407_COUNT_REVIEWED_ROWS
                   IF DB_LEGAL_HOLD_COUNT > ZERO
                       DISPLAY "BACK-OUT REFUSED - LEGAL HOLD - ITEM "
                           "CARRIED FORWARD: " WS_WORK_ITEM_IMAGE
                       ADD 1 TO WS_LEGAL_HOLD_REFUSED_COUNT
                       PERFORM B4130_CARRY_ITEM_FORWARD
                   ELSE
                   IF DB_RECORD_COUNT > 1
                       *> no reference and the date and string now
                       *> name more than one transaction - guessing
                       *> which to back out is what the reference
                       *> exists to stop, so the item waits for the
                       *> operator to remove the right row by hand
                       DISPLAY "BACK-OUT REFUSED - AMBIGUOUS - "
                           DB_RECORD_COUNT " ROWS MATCH - ITEM "
                           "CARRIED FORWARD: " WS_WORK_ITEM_IMAGE
                       ADD 1 TO WS_AMBIGUOUS_REFUSED_COUNT
                       PERFORM B4130_CARRY_ITEM_FORWARD
                   ELSE
                       MOVE "BACKED OUT" TO WS_REVIEW_LOG_ACTION
                       PERFORM B3410_DELETE_REVIEWED_ROW
                       ADD 1 TO WS_BACKED_OUT_COUNT
                       SET WS_DISP_APPLIED_TRUE TO TRUE
                   END-IF
                   END-IF
               WHEN OTHER
                   *> an action code we don't recognize is an operator
                   *> keying error - leave the item in the queue
                   PERFORM B4130_CARRY_ITEM_FORWARD
           END-EVALUATE

           IF WS_DISP_APPLIED_TRUE
               WRITE DEMO_REVIEW_LOG_RECORD FROM WS_REVIEW_LOG_LINE
           END-IF.

                   TO WS_CARRY_ENTRY_IMAGE(WS_CARRY_COUNT)
               MOVE WS_WORK_ITEM_SOURCE
                   TO WS_CARRY_ENTRY_SOURCE(WS_CARRY_COUNT)
               MOVE WS_WORK_ITEM_PROVIDER_REF
                   TO WS_CARRY_ENTRY_PROVIDER_REF(WS_CARRY_COUNT)
               ADD 1 TO WS_UNWORKED_COUNT
               IF WS_CARRY_ENTRY_AGE(WS_CARRY_COUNT) >
                       WS_OLDEST_UNWORKED_AGE
           DISPLAY "=== DEMO REVIEW QUEUE ===".
           DISPLAY "APPROVED:          " WS_APPROVED_COUNT.
           DISPLAY "BACKED OUT:        " WS_BACKED_OUT_COUNT.
           DISPLAY "LEGAL HOLD:        " WS_LEGAL_HOLD_REFUSED_COUNT.
           DISPLAY "AMBIGUOUS:         " WS_AMBIGUOUS_REFUSED_COUNT.
           DISPLAY "STILL UNWORKED:    " WS_UNWORKED_COUNT.

           IF WS_UNWORKED_COUNT > ZERO

           PERFORM B9101_MATCHES_A_DISPOSITION.
           PERFORM B9102_UNWORKED_ITEM_AGES_BY_ONE.
           PERFORM B9103_CARRIED_ITEM_KEEPS_REFERENCE.

           EXIT.


           EXIT.

       B9103_CARRIED_ITEM_KEEPS_REFERENCE.
           DISPLAY 'CARRIED-FORWARD ITEM KEEPS ITS TXN REFERENCE'.

           MOVE ZERO TO WS_CARRY_COUNT.
           MOVE ZERO TO WS_UNWORKED_COUNT.
           MOVE ZERO TO WS_WORK_ITEM_AGE.
           MOVE "2026011515B007" TO WS_WORK_ITEM_IMAGE.
           MOVE "TXN-0000000000000042" TO WS_WORK_ITEM_PROVIDER_REF.
           PERFORM B4130_CARRY_ITEM_FORWARD.
           MOVE 1 TO WS_CARRY_IDX.
           MOVE WS_CARRY_ENTRY_PROVIDER_REF(WS_CARRY_IDX)
               TO WS_PENDING_LINE_PROVIDER_REF.

           DISPLAY "EXPECTED: TXN-0000000000000042".
           DISPLAY "ACTUAL:   " WS_PENDING_LINE_PROVIDER_REF.
           IF WS_PENDING_LINE_PROVIDER_REF = "TXN-0000000000000042"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_CARRY_COUNT.
           MOVE ZERO TO WS_UNWORKED_COUNT.
           MOVE SPACES TO WS_WORK_ITEM_PROVIDER_REF.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
