           SELECT DEMO_EXTRACT_OUT ASSIGN TO WS_CONSUMER_OUT_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> the provider master DEMO-PROVMAINT maintains - read for
           *> each source system's name and status, so the run can
           *> say whose rows it cut and flag a consumer profile asking
           *> for a source nobody onboarded. May not exist, in which
           *> case the run goes on without names.
           SELECT DEMO_PROVIDERS ASSIGN TO
                "../src/resources/DEMO_PROVIDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROVIDERS_FILE_STATUS.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
               05 EXTREG_STATUS             PIC X(09).
               05 EXTREG_ACK_COUNT          PIC X(08).

       FD DEMO_PROVIDERS.
           01 DEMO_PROVIDERS_RECORD.
               05 PROV_CODE                 PIC X(03).
               05 FILLER                    PIC X(01).
               05 PROV_STATUS               PIC X(01).
               05 FILLER                    PIC X(01).
               05 PROV_EFF_FROM             PIC X(08).
               05 FILLER                    PIC X(01).
               05 PROV_EFF_TO               PIC X(08).
               05 FILLER                    PIC X(01).
               05 PROV_NAME                 PIC X(30).
               05 FILLER                    PIC X(01).
               05 PROV_ACK_CONTACT          PIC X(40).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       *> records carry the date, switch, and counter fields in the
       *> DEMO_DATA.DAT detail layout; the file opens with an 'H'
       *> header carrying the extract date and closes with a 'T'
       *> trailer carrying the detail count. Each detail carries the
       *> provider's transaction reference where the row was loaded
       *> from an extended-layout file, and the header says so with
       *> layout version '02' in the position DEMO_DATA.DAT uses.
       *>
       *> A record the settlement side returned (see DEMO-RETURNS)
       *> and that has since been corrected goes out again on the
       *> next extract whatever its date, flagged 'R' as a
       *> re-presentment, and its queue item is marked re-presented.

       *> example argument usage:

       01  WS_EXTRACT_HEADER.
           05  WS_EXTRACT_HEADER_TYPE       PIC X(01) VALUE 'H'.
           05  WS_EXTRACT_HEADER_RUN_DATE   PIC X(08).
           05  FILLER                       PIC X(09) VALUE SPACES.
           *> the detail layout below - '02', the extended layout
           *> carrying the transaction reference
           05  WS_EXTRACT_HEADER_LAYOUT     PIC X(02) VALUE "02".
           05  FILLER                       PIC X(30) VALUE SPACES.
       01  WS_EXTRACT_TRAILER.
           05  WS_EXTRACT_TRAILER_TYPE      PIC X(01) VALUE 'T'.
           05  WS_EXTRACT_TRAILER_COUNT     PIC 9(08).
           *> settlement amount in cents - zero for rows loaded
           *> before the amount field existed
           05  WS_EXTRACT_DETAIL_AMOUNT     PIC 9(09).
           *> 'R' when the record is going out again after a
           *> settlement return was corrected, blank otherwise
           05  WS_EXTRACT_DETAIL_REPRESENT  PIC X(01).
           *> the provider's own transaction reference - blank for
           *> rows loaded from an original-layout file
           05  WS_EXTRACT_DETAIL_PROVIDER_REF
                                            PIC X(20).
           05  FILLER                       PIC X(03) VALUE SPACES.

       01  WS_EXTRACTED_COUNT              PIC 9(08) VALUE ZERO.
       01  WS_EXTRACT_AMOUNT_TOTAL         PIC 9(12) VALUE ZERO.
           88  WS_FILTER_HIT_FALSE             VALUE 'F'.
           88  WS_FILTER_HIT_TRUE              VALUE 'T'.

       *> provider master, loaded at startup - rows cut are tallied
       *> per provider for the run summary; a row whose source isn't
       *> on the master (loaded before it existed, or under a code
       *> since withdrawn) is counted on its own line
       01  WS_PROVIDERS_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_PROV_LOADED                  PIC X(01) VALUE 'F'.
           88  WS_PROV_LOADED_FALSE            VALUE 'F'.
           88  WS_PROV_LOADED_TRUE             VALUE 'T'.
       01  WS_PROV_TABLE_MAX               PIC 9(03) VALUE 100.
       01  WS_PROV_COUNT                   PIC 9(03) VALUE ZERO.
       01  WS_PROV_TABLE.
           05  WS_PROV_ENTRY OCCURS 100 TIMES.
               10  WS_PROV_ENTRY_CODE       PIC X(03).
               10  WS_PROV_ENTRY_STATUS     PIC X(01).
               10  WS_PROV_ENTRY_NAME       PIC X(30).
               10  WS_PROV_ENTRY_ROWS       PIC 9(08).
       01  WS_PROV_MASTER_IDX              PIC 9(03) VALUE ZERO.
       01  WS_PROV_MATCH_IDX               PIC 9(03) VALUE ZERO.
       01  WS_PROV_SEARCH_CODE             PIC X(03) VALUE SPACES.
       01  WS_PROV_UNLISTED_ROWS           PIC 9(08) VALUE ZERO.
       01  WS_PROV_STANDING_TEXT           PIC X(09) VALUE SPACES.

       *> extract register work areas - the register line this run
       *> appends, opened EXTEND with the same 05/35 fresh-install
       *> fallback the error log uses
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT               PIC 9(09).
       01  DB_REPRESENT_FLAG       PIC X(01) VALUE SPACE.
       01  DB_PROVIDER_REF         PIC X(20) VALUE SPACES.
       01  DB_EVENT_TS             PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.


       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B4060_LOAD_PROVIDER_MASTER.
           PERFORM B4050_LOAD_CONSUMER_PROFILES.
           PERFORM B3100_CONNECT.

               PERFORM B5000_WRITE_EXTRACT_HEADER
               PERFORM B4000_EXTRACT_DB_ROWS
               PERFORM B5010_WRITE_EXTRACT_TRAILER
               PERFORM B4200_MARK_REPRESENTED
               PERFORM B3900_DISCONNECT
               CLOSE DEMO_EXTRACT
               PERFORM B5030_APPEND_EXTRACT_REGISTER
               OPEN OUTPUT DEMO_EXTRACT_SPOOL
               PERFORM B4100_SPOOL_DB_ROWS
               CLOSE DEMO_EXTRACT_SPOOL
               PERFORM B4200_MARK_REPRESENTED
               PERFORM B3900_DISCONNECT
               PERFORM B5200_WRITE_ALL_CONSUMER_FILES
           END-IF
                       " RECORDS"
               END-PERFORM
           END-IF
           PERFORM B5100_DISPLAY_PROVIDER_TALLY

           EXIT.

           *> and ordered so the downstream side receives a
           *> deterministic file for a given day's data; the source
           *> system completes the total order, since two providers
           *> can legitimately hold the same date and string, and the
           *> transaction reference after it, since one provider can
           *> too. A row a
           *> corrected settlement return is waiting on comes along
           *> too, whatever its date, flagged as a re-presentment -
           *> only the transaction the return names, where it named
           *> one by reference.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT t.report_date, t.report_text,
                          t.source_system, COALESCE(t.amount, 0),
                          CASE WHEN EXISTS
                                 (SELECT 1 FROM demo_returns r
                                  WHERE r.return_status = 'C'
                                    AND r.report_date = t.report_date
                                    AND r.represent_text =
                                        t.report_text
                                    AND r.source_system =
                                        t.source_system
                                    AND (COALESCE(r.provider_ref, ' ')
                                             = ' '
                                         OR r.provider_ref =
                                            t.provider_ref))
                               THEN 'R' ELSE ' ' END,
                          COALESCE(t.provider_ref, ' ')
                   FROM demo_table t
                   WHERE t.report_date
                       BETWEEN (:DB_DATE) AND (:DB_END_DATE)
                      OR EXISTS
                         (SELECT 1 FROM demo_returns r
                          WHERE r.return_status = 'C'
                            AND r.report_date = t.report_date
                            AND r.represent_text = t.report_text
                            AND r.source_system = t.source_system
                            AND (COALESCE(r.provider_ref, ' ') = ' '
                                 OR r.provider_ref = t.provider_ref))
                   ORDER BY t.report_date, t.report_text,
                            t.source_system, t.provider_ref
           END-EXEC

           EXEC SQL

           EXEC SQL
                   FETCH C1 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                                 :DB_REPRESENT_FLAG, :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO

           PERFORM UNTIL DB_FINISHED_FETCHING
               PERFORM B5020_WRITE_EXTRACT_DETAIL
               PERFORM B4070_TALLY_PROVIDER_ROW
               PERFORM B3501_FETCH_ROWS_READ_NEXT
           END-PERFORM.

           EXIT.

       *> every corrected return whose row has just gone out again is
       *> re-presented (matched by reference as the cursor above
       *> matched it): a RE-PRESENTED audit row under the run that
       *> loaded the record (so DEMO-LIFECYCLE closes the story), and
       *> the queue item settled, in one unit of work
       B4200_MARK_REPRESENTED.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT t.run_id, 'EXTRACT', 0, 'RE-PRESENTED',
                      t.report_date, t.report_text, t.source_system,
                      t.amount, :DB_EVENT_TS, t.provider_ref
               FROM demo_table t
               WHERE EXISTS
                     (SELECT 1 FROM demo_returns r
                      WHERE r.return_status = 'C'
                        AND r.report_date = t.report_date
                        AND r.represent_text = t.report_text
                        AND r.source_system = t.source_system
                        AND (COALESCE(r.provider_ref, ' ') = ' '
                             OR r.provider_ref = t.provider_ref))
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               UPDATE demo_returns r
                  SET return_status = 'P',
                      represented_ts = :DB_EVENT_TS
               WHERE r.return_status = 'C'
                 AND EXISTS
                     (SELECT 1 FROM demo_table t
                      WHERE t.report_date = r.report_date
                        AND t.report_text = r.represent_text
                        AND t.source_system = r.source_system
                        AND (COALESCE(r.provider_ref, ' ') = ' '
                             OR t.provider_ref = r.provider_ref))
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> loads DEMO_EXTRACT_PROFILES.DAT - one line per downstream
       *> consumer: code, up to ten switch codes wanted (blank means
       *> all), up to ten source systems wanted (blank means all),
                               WS_PROF_ENTRY_COUNT(WS_PROF_COUNT)
                           MOVE ZERO TO
                               WS_PROF_ENTRY_AMOUNT(WS_PROF_COUNT)
                           PERFORM B4052_CHECK_PROFILE_SOURCES
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       *> a consumer asking for a source the master doesn't list (a
       *> typo, or a provider never onboarded) would silently get
       *> nothing from it - said out loud here instead. A retired
       *> provider is only noted: its old rows still settle.
       B4052_CHECK_PROFILE_SOURCES.
           MOVE ZERO TO WS_FILTER_IDX
           PERFORM UNTIL WS_FILTER_IDX >= 10
                               OR WS_PROV_LOADED_FALSE
               ADD 1 TO WS_FILTER_IDX
               IF WS_PROF_SOURCE(WS_PROF_COUNT, WS_FILTER_IDX)
                       NOT = SPACES
                   MOVE WS_PROF_SOURCE(WS_PROF_COUNT, WS_FILTER_IDX)
                       TO WS_PROV_SEARCH_CODE
                   PERFORM B4065_FIND_PROVIDER
                   IF WS_PROV_MATCH_IDX = ZERO
                       DISPLAY "*** CONSUMER "
                           WS_PROF_ENTRY_CONSUMER(WS_PROF_COUNT)
                           " ASKS FOR SOURCE " WS_PROV_SEARCH_CODE
                           " - NOT ON THE PROVIDER MASTER ***"
                   ELSE
                       IF WS_PROV_ENTRY_STATUS(WS_PROV_MATCH_IDX)
                               = 'R'
                           DISPLAY "CONSUMER "
                               WS_PROF_ENTRY_CONSUMER(WS_PROF_COUNT)
                               " ASKS FOR RETIRED SOURCE "
                               WS_PROV_SEARCH_CODE " "
                               WS_PROV_ENTRY_NAME(WS_PROV_MATCH_IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       *> loads DEMO_PROVIDERS.DAT - code, status and name are all
       *> this program needs of it
       B4060_LOAD_PROVIDER_MASTER.
           SET WS_PROV_LOADED_FALSE TO TRUE
           MOVE ZERO TO WS_PROV_COUNT
           MOVE 'N' TO DB_FINISHED_FETCHING_FLAG

           OPEN INPUT DEMO_PROVIDERS
           IF WS_PROVIDERS_FILE_STATUS = "00"
               PERFORM UNTIL DB_FINISHED_FETCHING
                   READ DEMO_PROVIDERS
                       AT END
                           SET DB_FINISHED_FETCHING TO TRUE
                       NOT AT END
                           IF PROV_CODE NOT = SPACES
                               AND WS_PROV_COUNT < WS_PROV_TABLE_MAX
                               ADD 1 TO WS_PROV_COUNT
                               MOVE PROV_CODE TO
                                   WS_PROV_ENTRY_CODE(WS_PROV_COUNT)
                               MOVE PROV_STATUS TO
                                   WS_PROV_ENTRY_STATUS(WS_PROV_COUNT)
                               MOVE PROV_NAME TO
                                   WS_PROV_ENTRY_NAME(WS_PROV_COUNT)
                               MOVE ZERO TO
                                   WS_PROV_ENTRY_ROWS(WS_PROV_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PROVIDERS
               SET WS_PROV_LOADED_TRUE TO TRUE
           END-IF
           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG.

           EXIT.

       B4065_FIND_PROVIDER.
           MOVE ZERO TO WS_PROV_MATCH_IDX
           MOVE ZERO TO WS_PROV_MASTER_IDX

           PERFORM UNTIL WS_PROV_MASTER_IDX >= WS_PROV_COUNT
                               OR WS_PROV_MATCH_IDX > ZERO
               ADD 1 TO WS_PROV_MASTER_IDX
               IF WS_PROV_ENTRY_CODE(WS_PROV_MASTER_IDX)
                       = WS_PROV_SEARCH_CODE
                   MOVE WS_PROV_MASTER_IDX TO WS_PROV_MATCH_IDX
               END-IF
           END-PERFORM.

           EXIT.

       B4070_TALLY_PROVIDER_ROW.
           MOVE WS_EXTRACT_DETAIL_SOURCE TO WS_PROV_SEARCH_CODE
           PERFORM B4065_FIND_PROVIDER
           IF WS_PROV_MATCH_IDX > ZERO
               ADD 1 TO WS_PROV_ENTRY_ROWS(WS_PROV_MATCH_IDX)
           ELSE
               ADD 1 TO WS_PROV_UNLISTED_ROWS
           END-IF.

           EXIT.

       *> the single pass over demo_table for the profile run - each
       *> fetched row is offered to every consumer and spooled under
       *> each one that wants it, so adding a consumer never adds a
           PERFORM UNTIL DB_FINISHED_FETCHING
               PERFORM B5021_BUILD_EXTRACT_DETAIL
               PERFORM B4110_OFFER_ROW_TO_CONSUMERS
               PERFORM B4070_TALLY_PROVIDER_ROW
               ADD 1 TO WS_EXTRACTED_COUNT
               PERFORM B3501_FETCH_ROWS_READ_NEXT
           END-PERFORM.

           EXIT.

       *> what the run cut, by provider name - a suspended or
       *> retired provider's rows still settle (they were loaded
       *> while it was sending) but are marked so nobody is surprised
       B5100_DISPLAY_PROVIDER_TALLY.
           IF WS_PROV_LOADED_TRUE
               MOVE ZERO TO WS_PROV_MASTER_IDX
               PERFORM UNTIL WS_PROV_MASTER_IDX >= WS_PROV_COUNT
                   ADD 1 TO WS_PROV_MASTER_IDX
                   IF WS_PROV_ENTRY_ROWS(WS_PROV_MASTER_IDX) > ZERO
                       EVALUATE WS_PROV_ENTRY_STATUS
                               (WS_PROV_MASTER_IDX)
                           WHEN 'A'
                               MOVE SPACES TO WS_PROV_STANDING_TEXT
                           WHEN 'S'
                               MOVE "SUSPENDED" TO WS_PROV_STANDING_TEXT
                           WHEN OTHER
                               MOVE "RETIRED" TO WS_PROV_STANDING_TEXT
                       END-EVALUATE
                       DISPLAY "PROVIDER "
                           WS_PROV_ENTRY_CODE(WS_PROV_MASTER_IDX) " "
                           WS_PROV_ENTRY_NAME(WS_PROV_MASTER_IDX) " "
                           WS_PROV_ENTRY_ROWS(WS_PROV_MASTER_IDX)
                           " RECORDS " WS_PROV_STANDING_TEXT
                   END-IF
               END-PERFORM
               IF WS_PROV_UNLISTED_ROWS > ZERO
                   DISPLAY "*** " WS_PROV_UNLISTED_ROWS " RECORDS "
                       "FROM SOURCES NOT ON THE PROVIDER MASTER ***"
               END-IF
           ELSE
               DISPLAY "DEMO_PROVIDERS.DAT NOT ON FILE - NO "
                   "PROVIDER BREAKDOWN THIS RUN"
           END-IF.

           EXIT.

       *> EXTRACT FILE WRITING

       B5000_WRITE_EXTRACT_HEADER.
           END-IF.

           MOVE DB_AMOUNT TO WS_EXTRACT_DETAIL_AMOUNT.
           MOVE DB_REPRESENT_FLAG TO WS_EXTRACT_DETAIL_REPRESENT.
           MOVE DB_PROVIDER_REF TO WS_EXTRACT_DETAIL_PROVIDER_REF.

           EXIT.


           PERFORM B9101_DETAIL_LINE_COMPACTS_THE_DATE.
           PERFORM B9102_TRAILER_CARRIES_THE_COUNT.
           PERFORM B9103_ROWS_TALLY_BY_PROVIDER.
           PERFORM B9104_REPRESENTMENT_IS_FLAGGED.
           PERFORM B9105_TRANSACTION_REF_GOES_OUT.

           EXIT.


           EXIT.

       B9103_ROWS_TALLY_BY_PROVIDER.
           DISPLAY 'ROWS TALLY UNDER THEIR PROVIDER OR AS UNLISTED'.

           SET WS_PROV_LOADED_TRUE TO TRUE.
           MOVE 1 TO WS_PROV_COUNT.
           MOVE "PRI" TO WS_PROV_ENTRY_CODE(1).
           MOVE 'A' TO WS_PROV_ENTRY_STATUS(1).
           MOVE ZERO TO WS_PROV_ENTRY_ROWS(1).
           MOVE ZERO TO WS_PROV_UNLISTED_ROWS.
           MOVE "PRI" TO WS_EXTRACT_DETAIL_SOURCE.
           PERFORM B4070_TALLY_PROVIDER_ROW.
           MOVE "---" TO WS_EXTRACT_DETAIL_SOURCE.
           PERFORM B4070_TALLY_PROVIDER_ROW.

           DISPLAY "EXPECTED: PRI 1, UNLISTED 1".
           DISPLAY "ACTUAL:   PRI " WS_PROV_ENTRY_ROWS(1)
               ", UNLISTED " WS_PROV_UNLISTED_ROWS.
           IF WS_PROV_ENTRY_ROWS(1) = 1 AND WS_PROV_UNLISTED_ROWS = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_PROV_COUNT.

           EXIT.

       B9104_REPRESENTMENT_IS_FLAGGED.
           DISPLAY 'A CORRECTED RETURN GOES OUT FLAGGED'.

           MOVE "2026-08-20" TO DB_DATE.
           MOVE "20A005      " TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 12500 TO DB_AMOUNT.
           MOVE 'R' TO DB_REPRESENT_FLAG.
           PERFORM B5021_BUILD_EXTRACT_DETAIL.

           DISPLAY "EXPECTED: 2026082020A005PRI000012500R".
           DISPLAY "ACTUAL:   " WS_EXTRACT_DETAIL(1:27).
           IF WS_EXTRACT_DETAIL(1:27) = "2026082020A005PRI000012500R"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE SPACE TO DB_REPRESENT_FLAG.
           MOVE ZERO TO DB_AMOUNT.

           EXIT.

       B9105_TRANSACTION_REF_GOES_OUT.
           DISPLAY 'THE TRANSACTION REFERENCE RIDES ON THE DETAIL'.

           MOVE "2026-08-20" TO DB_DATE.
           MOVE "20A005      " TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 12500 TO DB_AMOUNT.
           MOVE "TXN-0000418822" TO DB_PROVIDER_REF.
           PERFORM B5021_BUILD_EXTRACT_DETAIL.

           DISPLAY "EXPECTED: TXN-0000418822 AT 28, LAYOUT 02".
           DISPLAY "ACTUAL:   " WS_EXTRACT_DETAIL(28:20) ", LAYOUT "
               WS_EXTRACT_HEADER(19:2).
           IF WS_EXTRACT_DETAIL(28:20) = "TXN-0000418822"
                   AND WS_EXTRACT_HEADER(19:2) = "02"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE SPACES TO DB_PROVIDER_REF.
           MOVE ZERO TO DB_AMOUNT.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
