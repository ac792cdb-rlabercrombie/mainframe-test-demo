       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-BALPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the proof itself - one block per source system per day
           *> proved, every movement with its sign
           SELECT DEMO_BALANCE_REPORT ASSIGN TO
                "../src/resources/out/DEMO_BALANCE_PROOF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_FILE_STATUS.

           *> dated PASS/FAIL verdict for the morning dashboard - same
           *> convention as DEMO-RECONCILE's status file
           SELECT DEMO_BALANCE_STATUS ASSIGN TO
                "../src/resources/DEMO_BALANCE_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
           SELECT DEMO_ERROR_LOG ASSIGN TO
                "../src/resources/DEMO_ERROR_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ERROR_LOG_FILE_STATUS.

           *> named connection profiles (TEST/PROD and any others an
           *> operator lists) - see B3060_DETERMINE_DB_PROFILE
           SELECT DEMO_DB_PROFILES ASSIGN TO
                "../src/resources/DEMO_DB_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DB_PROFILES_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_BALANCE_REPORT.
           01 DEMO_BALANCE_REPORT_RECORD     PIC X(72).

       FD DEMO_BALANCE_STATUS.
           01 DEMO_BALANCE_STATUS_RECORD.
               05 BAL_STATUS_VERDICT        PIC X(09).
               05 BAL_STATUS_DATE           PIC X(08).
               05 FILLER                    PIC X(09).
               05 BAL_STATUS_SOURCES        PIC 9(03).
               05 FILLER                    PIC X(09).
               05 BAL_STATUS_FAILED         PIC 9(03).
               05 FILLER                    PIC X(31).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       FD DEMO_DB_PROFILES.
           01 DEMO_DB_PROFILES_RECORD.
               05 DB_PROFILE_NAME           PIC X(10).
               05 DB_PROFILE_DBNAME         PIC X(30).
               05 DB_PROFILE_USERNAME       PIC X(30).
               05 DB_PROFILE_PASSWD         PIC X(10).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program proves the money. DEMO-RECONCILE proves the
       *> counts; this proves, per source system and business day,
       *> that the amount standing on demo_table is exactly what the
       *> audit trail says should be there:
       *>
       *>     opening balance (the prior day's proven close)
       *>   + loaded (INSERTED from a feed, HOLD-RELEASED)
       *>   + manual adjustments (INSERTED from a DEMO-MANUAL file)
       *>   - reversed or replaced by a DEMO-WRITER correction
       *>   + restated by a replacement (a 'C' correction takes the
       *>     row out under its old string and puts the same amount
       *>     back under the new one, so it nets to nothing)
       *>   - backed out (DEMO-BACKOUT, DEMO-REVIEW removals)
       *>   - archived to demo_table_history
       *>   = closing balance carried forward
       *>
       *> and the carried close must equal the close recomputed from
       *> demo_table as it stood at the end of that day (today's
       *> table, less whatever the trail says moved after the day).
       *> A movement belongs to the day stamped on its audit row, or
       *> the day its run started for rows written before that stamp
       *> existed.
       *>
       *> Each day's positions are stored on demo_balance, so the
       *> proof runs incrementally: a run starts from the last day
       *> that proved and walks forward a day at a time to the proof
       *> date (today unless given), re-proving the proof date itself
       *> every time it runs. The very first run has no proven close
       *> to start from, so it establishes the opening balance from
       *> the table (OPENED) rather than proving it. Any day whose
       *> carried and recomputed closes disagree fails loudly - the
       *> difference on the console and the report, a FAIL status
       *> line, RETURN-CODE 1 - and the walk stops there, since every
       *> later day would carry the same error forward; it starts
       *> from the last proven day again on the next run. A month-
       *> end starts from the last proven close of the prior month.

       *> example argument usage:

       *> prove every unproven day up to and including today
       *>      ./demo_balproof

       *> prove up to and including a given day
       *>      ./demo_balproof 20261014

       *> for running as part of end-to-end tests
       *>      ./demo_balproof TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_balproof TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_balproof TEST
       *>      ./demo_balproof TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.
           05 WS_PARAMS_PROOF_DATE         PIC X(08) VALUE SPACES.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.

       01 WS_REPORT_FILE_STATUS            PIC X(02) VALUE "00".

       *> test counters
       01 WS_TEST_PASSED                           PIC 9(2) VALUE ZERO.
       01 WS_TEST_FAILED                            PIC 9(2) VALUE ZERO.

       01 WS_CURRENT_DATE_DATA.
         05  WS_CURRENT_DATE.
             10  WS_CURRENT_YEAR         PIC 9(04).
             10  WS_CURRENT_MONTH        PIC 9(02).
             10  WS_CURRENT_DAY          PIC 9(02).
         05  WS_CURRENT_TIME.
             10  WS_CURRENT_HOURS        PIC 9(02).
             10  WS_CURRENT_MINUTE       PIC 9(02).
             10  WS_CURRENT_SECOND       PIC 9(02).
             10  WS_CURRENT_MILLISECONDS PIC 9(02).

       *> the last day the walk reaches - today unless given
       01 WS_PROOF_END_DATE                PIC X(08) VALUE SPACES.

       *> walking from the first unproven day to the proof date a day
       *> at a time - same calendar stepping as DEMO-RECONCILE's
       *> reject-generation walk
       01 WS_WALK_DATE.
           05 WS_WALK_YEAR                 PIC 9(04).
           05 WS_WALK_MONTH                PIC 9(02).
           05 WS_WALK_DAY                  PIC 9(02).
       01 WS_WALK_GUARD                    PIC 9(04) VALUE ZERO.
       01 WS_WALK_GUARD_MAX                PIC 9(04) VALUE 400.
       01 WS_MONTH_DAYS_TABLE.
           05 FILLER  PIC X(24) VALUE "312831303130313130313031".
       01 WS_MONTH_DAYS REDEFINES WS_MONTH_DAYS_TABLE.
           05 WS_MONTH_DAYS_ENTRY OCCURS 12 TIMES PIC 9(02).
       01 WS_MONTH_DAY_LIMIT               PIC 9(02) VALUE ZERO.
       01 WS_LEAP_QUOTIENT                 PIC 9(04).
       01 WS_LEAP_REMAINDER                PIC 9(04).

       *> no proven close anywhere yet - the first day proved opens
       *> the balances instead
       01 WS_OPENING_RUN                   PIC X(01) VALUE 'F'.
           88 WS_OPENING_RUN_FALSE             VALUE 'F'.
           88 WS_OPENING_RUN_TRUE              VALUE 'T'.

       01 WS_DAY_FAILED                    PIC X(01) VALUE 'F'.
           88 WS_DAY_FAILED_FALSE              VALUE 'F'.
           88 WS_DAY_FAILED_TRUE               VALUE 'T'.

       01 WS_DAYS_PROVED                   PIC 9(04) VALUE ZERO.
       01 WS_SOURCES_FAILED                PIC 9(03) VALUE ZERO.
       01 WS_LAST_DAY_DONE                 PIC X(08) VALUE SPACES.

       *> one day's positions, one entry per source system seen on
       *> the prior close, the day's trail, the trail after it, or
       *> demo_table - see B4170_FIND_OR_ADD_SOURCE
       01 WS_BAL_TABLE_MAX                 PIC 9(03) VALUE 50.
       01 WS_BAL_COUNT                     PIC 9(03) VALUE ZERO.
       01 WS_BAL_IDX                       PIC 9(03) VALUE ZERO.
       01 WS_BAL_TABLE.
           05 WS_BAL_ENTRY OCCURS 50 TIMES.
               10 WS_BAL_SOURCE            PIC X(03).
               10 WS_BAL_OPENING           PIC S9(13).
               10 WS_BAL_LOADED            PIC 9(12).
               10 WS_BAL_MANUAL            PIC 9(12).
               10 WS_BAL_REVERSED          PIC 9(12).
               10 WS_BAL_RESTATED          PIC 9(12).
               10 WS_BAL_BACKED_OUT        PIC 9(12).
               10 WS_BAL_ARCHIVED          PIC 9(12).
               10 WS_BAL_TABLE_NOW         PIC 9(12).
               10 WS_BAL_LATER_IN          PIC 9(12).
               10 WS_BAL_LATER_OUT         PIC 9(12).
               10 WS_BAL_CARRIED           PIC S9(13).
               10 WS_BAL_RECOMPUTED        PIC S9(13).
               10 WS_BAL_DIFFERENCE        PIC S9(13).
               10 WS_BAL_STATUS            PIC X(01).
                   88 WS_BAL_PROVED            VALUE 'P'.
                   88 WS_BAL_FAILED            VALUE 'F'.
                   88 WS_BAL_OPENED            VALUE 'O'.
       01 WS_FIND_SOURCE                   PIC X(03) VALUE SPACES.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(32) VALUE
                   "DEMO DAILY BALANCE PROOF".
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  WS_RPT_SOURCE_HEAD.
           05  FILLER                 PIC X(04) VALUE "DAY ".
           05  WS_RPT_HEAD_DATE       PIC X(08).
           05  FILLER                 PIC X(09) VALUE "  SOURCE ".
           05  WS_RPT_HEAD_SOURCE     PIC X(03).
           05  FILLER                 PIC X(38) VALUE SPACES.
           05  WS_RPT_HEAD_VERDICT    PIC X(10).
       01  WS_RPT_AMOUNT_LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS_RPT_AMOUNT_LABEL    PIC X(40).
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS_RPT_AMOUNT_VALUE    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
       01  WS_RPT_SUMMARY.
           05  FILLER                 PIC X(14) VALUE "DAYS PROVED: ".
           05  WS_RPT_SUMMARY_DAYS    PIC ZZZ9.
           05  FILLER                 PIC X(18) VALUE
                   "  THROUGH: ".
           05  WS_RPT_SUMMARY_THROUGH PIC X(08).
           05  FILLER                 PIC X(10) VALUE "  RESULT: ".
           05  WS_RPT_SUMMARY_RESULT  PIC X(04).
           05  FILLER                 PIC X(14) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> DB connection profile - DEMO_DB_PROFILE names which profile
       *> to connect with (TEST/PROD by default, or any other name
       *> listed in DEMO_DB_PROFILES.DAT); see B3060_DETERMINE_DB_
       *> PROFILE. DBNAME/USERNAME/PASSWD themselves live in the
       *> ocesql declare section below since CONNECT uses them as
       *> host variables
       01  WS_DB_PROFILES_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_ERROR_LOG_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_DB_PROFILE_NAME              PIC X(10) VALUE SPACES.
       01  WS_DB_PROFILE_FOUND             PIC X(01) VALUE 'F'.
           88  WS_DB_PROFILE_FOUND_FALSE       VALUE 'F'.
           88  WS_DB_PROFILE_FOUND_TRUE        VALUE 'T'.
       01  WS_DB_PROFILES_EOF              PIC X(01) VALUE 'N'.
           88  WS_DB_PROFILES_EOF_FALSE        VALUE 'N'.
           88  WS_DB_PROFILES_EOF_TRUE         VALUE 'Y'.

       01 DB_FINISHED_FETCHING_FLAG         PIC X(1) VALUE 'F'.
           88 DB_FINISHED_FETCHING                   VALUE 'T'.

       *> durable SQL error log line - DISPLAY output alone doesn't
       *> survive past a run's console/job log, so every SQL error is
       *> also appended here with a timestamp
       01  WS_ERROR_LOG_LINE.
           05  WS_ERROR_LOG_TIMESTAMP.
               10  WS_ERROR_LOG_YEAR        PIC 9(04).
               10  FILLER                   PIC X(01) VALUE "-".
               10  WS_ERROR_LOG_MONTH       PIC 9(02).
               10  FILLER                   PIC X(01) VALUE "-".
               10  WS_ERROR_LOG_DAY         PIC 9(02).
               10  FILLER                   PIC X(01) VALUE " ".
               10  WS_ERROR_LOG_HOURS       PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  WS_ERROR_LOG_MINUTE      PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  WS_ERROR_LOG_SECOND      PIC 9(02).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_PROGRAM         PIC X(12) VALUE
                   "DEMO-BALPROF".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations - balances travel as an unsigned
       *> magnitude and a sign byte, since a proven position is never
       *> negative but a failed one can be
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  DB_PROOF_DATE           PIC X(08).
       01  DB_PRIOR_DATE           PIC X(08).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_LOADED               PIC 9(12).
       01  DB_MANUAL               PIC 9(12).
       01  DB_REVERSED             PIC 9(12).
       01  DB_RESTATED             PIC 9(12).
       01  DB_BACKED_OUT           PIC 9(12).
       01  DB_ARCHIVED             PIC 9(12).
       01  DB_TABLE_NOW            PIC 9(12).
       01  DB_LATER_IN             PIC 9(12).
       01  DB_LATER_OUT            PIC 9(12).
       01  DB_OPENING              PIC 9(13).
       01  DB_OPENING_SIGN         PIC X(01).
       01  DB_CARRIED              PIC 9(13).
       01  DB_CARRIED_SIGN         PIC X(01).
       01  DB_RECOMPUTED           PIC 9(13).
       01  DB_RECOMPUTED_SIGN      PIC X(01).
       01  DB_PROOF_STATUS         PIC X(01).
       01  DB_EVENT_TS             PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       *> end ocesql declaration

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM B3060_DETERMINE_DB_PROFILE.

           IF NOT WS_PARAMS_TEST OR
           (WS_PARAMS_TEST AND WS_PARAMS_TEST_NAME = "ENDTOEND")

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           IF WS_PARAMS_PROOF_DATE = SPACES
               MOVE WS_CURRENT_DATE TO WS_PROOF_END_DATE
           ELSE
               MOVE WS_PARAMS_PROOF_DATE TO WS_PROOF_END_DATE
           END-IF

           PERFORM B3100_CONNECT
           PERFORM B4000_FIND_FIRST_UNPROVEN_DAY

           OPEN OUTPUT DEMO_BALANCE_REPORT
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_TITLE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_BLANK_LINE

           MOVE ZERO TO WS_WALK_GUARD
           PERFORM UNTIL WS_WALK_DATE > WS_PROOF_END_DATE
                               OR WS_DAY_FAILED_TRUE
                               OR WS_WALK_GUARD >= WS_WALK_GUARD_MAX
               ADD 1 TO WS_WALK_GUARD
               PERFORM B4100_PROVE_ONE_DAY
               PERFORM B4058_STEP_WALK_DATE_FORWARD
           END-PERFORM

           IF WS_WALK_GUARD >= WS_WALK_GUARD_MAX
                   AND WS_WALK_DATE NOT > WS_PROOF_END_DATE
                   AND WS_DAY_FAILED_FALSE
               DISPLAY "*** MORE THAN " WS_WALK_GUARD_MAX " DAYS "
                   "UNPROVEN - STOPPED AFTER " WS_LAST_DAY_DONE
                   ", THE NEXT RUN CARRIES ON ***"
           END-IF

           MOVE WS_DAYS_PROVED TO WS_RPT_SUMMARY_DAYS
           MOVE WS_LAST_DAY_DONE TO WS_RPT_SUMMARY_THROUGH
           IF WS_DAY_FAILED_TRUE
               MOVE "FAIL" TO WS_RPT_SUMMARY_RESULT
           ELSE
               MOVE "PASS" TO WS_RPT_SUMMARY_RESULT
           END-IF
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_SUMMARY
           CLOSE DEMO_BALANCE_REPORT

           PERFORM B3900_DISCONNECT
           PERFORM B5025_WRITE_STATUS_FILE

           DISPLAY "=== DEMO BALANCE PROOF ==="
           DISPLAY "DAYS PROVED:   " WS_DAYS_PROVED
           DISPLAY "THROUGH:       " WS_LAST_DAY_DONE
           IF WS_DAY_FAILED_TRUE
               DISPLAY "RESULT: FAIL"
               DISPLAY "*** BALANCE PROOF FAILED FOR " WS_LAST_DAY_DONE
                   " - " WS_SOURCES_FAILED " SOURCE(S) DO NOT "
                   "BALANCE - SEE DEMO_BALANCE_PROOF.TXT ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "RESULT: PASS"
           END-IF.

           EXIT.

       *> an optional YYYYMMDD proof date, or the usual TEST switch
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

           IF WS_PARAMS_ARG_COUNT > ZERO
               MOVE 1 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS_PARAMS_ARG_VALUE(1:4) = 'TEST'
                       MOVE WS_PARAMS_ARG_VALUE(1:4)
                           TO WS_PARAMS_TEST_SWITCH
                       MOVE WS_PARAMS_ARG_VALUE(5:25)
                           TO WS_PARAMS_TEST_NAME
                   WHEN WS_PARAMS_ARG_VALUE(1:8) IS NUMERIC
                           AND WS_PARAMS_ARG_VALUE(9:1) = SPACE
                       MOVE WS_PARAMS_ARG_VALUE(1:8)
                           TO WS_PARAMS_PROOF_DATE
                   WHEN OTHER
                       DISPLAY "USAGE: demo_balproof [<YYYYMMDD>]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           EXIT.

       *> THE PROOF

       *> the walk starts the day after the last fully proven day
       *> before the proof date - the proof date itself is always
       *> proved again, since more can have loaded since the last
       *> run. With nothing proven yet the proof date opens the
       *> balances.
       B4000_FIND_FIRST_UNPROVEN_DAY.
           MOVE WS_PROOF_END_DATE TO DB_PROOF_DATE

           EXEC SQL
               SELECT COALESCE(MAX(p.proof_date), ' ')
                 INTO :DB_PRIOR_DATE
               FROM demo_balance p
               WHERE p.proof_date < :DB_PROOF_DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM demo_balance f
                      WHERE f.proof_date = p.proof_date
                        AND f.proof_status = 'F')
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_PRIOR_DATE = SPACES
               SET WS_OPENING_RUN_TRUE TO TRUE
               MOVE WS_PROOF_END_DATE TO WS_WALK_DATE
               DISPLAY "NO PROVEN CLOSE ON FILE - OPENING BALANCES "
                   "FROM DEMO_TABLE AS AT " WS_PROOF_END_DATE
           ELSE
               SET WS_OPENING_RUN_FALSE TO TRUE
               MOVE DB_PRIOR_DATE TO WS_WALK_DATE
               PERFORM B4058_STEP_WALK_DATE_FORWARD
           END-IF.

           EXIT.

       B4100_PROVE_ONE_DAY.
           MOVE WS_WALK_DATE TO DB_PROOF_DATE
           MOVE ZERO TO WS_BAL_COUNT

           IF WS_OPENING_RUN_FALSE
               PERFORM B4110_LOAD_OPENING_POSITIONS
           END-IF
           PERFORM B4120_LOAD_DAY_MOVEMENTS
           PERFORM B4130_LOAD_TABLE_CLOSE
           PERFORM B4140_LOAD_LATER_MOVEMENTS

           MOVE ZERO TO WS_SOURCES_FAILED
           MOVE ZERO TO WS_BAL_IDX
           PERFORM UNTIL WS_BAL_IDX >= WS_BAL_COUNT
               ADD 1 TO WS_BAL_IDX
               PERFORM B4150_PROVE_SOURCE
               PERFORM B5010_WRITE_SOURCE_BLOCK
           END-PERFORM

           PERFORM B4160_STORE_DAY_POSITIONS

           ADD 1 TO WS_DAYS_PROVED
           MOVE DB_PROOF_DATE TO WS_LAST_DAY_DONE
           MOVE DB_PROOF_DATE TO DB_PRIOR_DATE
           SET WS_OPENING_RUN_FALSE TO TRUE
           IF WS_SOURCES_FAILED > ZERO
               SET WS_DAY_FAILED_TRUE TO TRUE
           END-IF.

           EXIT.

       *> the prior day's carried close is today's opening
       B4110_LOAD_OPENING_POSITIONS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT source_system, carried_close, carried_sign
                   FROM demo_balance
                   WHERE proof_date = :DB_PRIOR_DATE
                   ORDER BY source_system
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_SOURCE_SYSTEM, :DB_CARRIED,
                                 :DB_CARRIED_SIGN
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_FIND_SOURCE
                   PERFORM B4170_FIND_OR_ADD_SOURCE
                   IF DB_CARRIED_SIGN = '-'
                       COMPUTE WS_BAL_OPENING(WS_BAL_IDX) =
                           ZERO - DB_CARRIED
                   ELSE
                       MOVE DB_CARRIED TO WS_BAL_OPENING(WS_BAL_IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> the day's movements off the audit trail, by source - a row
       *> written before the trail carried the source takes the one
       *> its run recorded for the file, as DEMO-ASOF does. Manual
       *> adjustments are the rows loaded from a DEMO-MANUAL file.
       B4120_LOAD_DAY_MOVEMENTS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
                   SELECT COALESCE(a.source_system, s.source_system,
                                   'PRI'),
                          SUM(CASE WHEN (a.action = 'INSERTED'
                                    AND a.file_path NOT LIKE
                                        '%DEMO_MANUAL_%')
                                     OR a.action = 'HOLD-RELEASED'
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action = 'INSERTED'
                                    AND a.file_path LIKE
                                        '%DEMO_MANUAL_%'
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action IN ('REVERSED',
                                                     'REPLACED')
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action = 'REPLACED'
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action IN ('BACKED-OUT',
                                                     'REVIEW-REMOVED')
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action = 'ARCHIVED'
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END)
                   FROM demo_audit a
                   LEFT JOIN demo_run_stats s
                     ON s.run_id = a.run_id
                    AND s.file_path = a.file_path
                   WHERE a.action IN ('INSERTED', 'HOLD-RELEASED',
                                      'REVERSED', 'REPLACED',
                                      'ARCHIVED', 'BACKED-OUT',
                                      'REVIEW-REMOVED')
                     AND SUBSTR(COALESCE(a.event_ts, a.run_id), 1, 8)
                             = :DB_PROOF_DATE
                   GROUP BY COALESCE(a.source_system, s.source_system,
                                     'PRI')
           END-EXEC

           EXEC SQL
               OPEN C2
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C2 INTO :DB_SOURCE_SYSTEM, :DB_LOADED,
                                 :DB_MANUAL, :DB_REVERSED,
                                 :DB_RESTATED, :DB_BACKED_OUT,
                                 :DB_ARCHIVED
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_FIND_SOURCE
                   PERFORM B4170_FIND_OR_ADD_SOURCE
                   MOVE DB_LOADED TO WS_BAL_LOADED(WS_BAL_IDX)
                   MOVE DB_MANUAL TO WS_BAL_MANUAL(WS_BAL_IDX)
                   MOVE DB_REVERSED TO WS_BAL_REVERSED(WS_BAL_IDX)
                   MOVE DB_RESTATED TO WS_BAL_RESTATED(WS_BAL_IDX)
                   MOVE DB_BACKED_OUT TO WS_BAL_BACKED_OUT(WS_BAL_IDX)
                   MOVE DB_ARCHIVED TO WS_BAL_ARCHIVED(WS_BAL_IDX)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C2
           END-EXEC.

           EXIT.

       *> what demo_table holds now, by source
       B4130_LOAD_TABLE_CLOSE.
           EXEC SQL
               DECLARE C3 CURSOR FOR
                   SELECT COALESCE(source_system, 'PRI'),
                          SUM(COALESCE(amount, 0))
                   FROM demo_table
                   GROUP BY COALESCE(source_system, 'PRI')
           END-EXEC

           EXEC SQL
               OPEN C3
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C3 INTO :DB_SOURCE_SYSTEM, :DB_TABLE_NOW
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_FIND_SOURCE
                   PERFORM B4170_FIND_OR_ADD_SOURCE
                   MOVE DB_TABLE_NOW TO WS_BAL_TABLE_NOW(WS_BAL_IDX)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C3
           END-EXEC.

           EXIT.

       *> everything the trail says went on or came off after the day
       *> - taken back off today's table to get the table as it stood
       *> at the day's end. A replacement nets to nothing, so it is
       *> left out on both sides.
       B4140_LOAD_LATER_MOVEMENTS.
           EXEC SQL
               DECLARE C4 CURSOR FOR
                   SELECT COALESCE(a.source_system, s.source_system,
                                   'PRI'),
                          SUM(CASE WHEN a.action IN ('INSERTED',
                                                     'HOLD-RELEASED')
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END),
                          SUM(CASE WHEN a.action IN ('REVERSED',
                                                     'ARCHIVED',
                                                     'BACKED-OUT',
                                                     'REVIEW-REMOVED')
                                   THEN COALESCE(a.amount, 0)
                                   ELSE 0 END)
                   FROM demo_audit a
                   LEFT JOIN demo_run_stats s
                     ON s.run_id = a.run_id
                    AND s.file_path = a.file_path
                   WHERE a.action IN ('INSERTED', 'HOLD-RELEASED',
                                      'REVERSED', 'ARCHIVED',
                                      'BACKED-OUT', 'REVIEW-REMOVED')
                     AND SUBSTR(COALESCE(a.event_ts, a.run_id), 1, 8)
                             > :DB_PROOF_DATE
                   GROUP BY COALESCE(a.source_system, s.source_system,
                                     'PRI')
           END-EXEC

           EXEC SQL
               OPEN C4
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C4 INTO :DB_SOURCE_SYSTEM, :DB_LATER_IN,
                                 :DB_LATER_OUT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_FIND_SOURCE
                   PERFORM B4170_FIND_OR_ADD_SOURCE
                   MOVE DB_LATER_IN TO WS_BAL_LATER_IN(WS_BAL_IDX)
                   MOVE DB_LATER_OUT TO WS_BAL_LATER_OUT(WS_BAL_IDX)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C4
           END-EXEC.

           EXIT.

       *> carried close off the trail, recomputed close off the
       *> table; on the opening run the table is taken as read and
       *> the opening balance is backed out of it instead
       B4150_PROVE_SOURCE.
           COMPUTE WS_BAL_RECOMPUTED(WS_BAL_IDX) =
               WS_BAL_TABLE_NOW(WS_BAL_IDX)
               - WS_BAL_LATER_IN(WS_BAL_IDX)
               + WS_BAL_LATER_OUT(WS_BAL_IDX)

           IF WS_OPENING_RUN_TRUE
               COMPUTE WS_BAL_OPENING(WS_BAL_IDX) =
                   WS_BAL_RECOMPUTED(WS_BAL_IDX)
                   - WS_BAL_LOADED(WS_BAL_IDX)
                   - WS_BAL_MANUAL(WS_BAL_IDX)
                   + WS_BAL_REVERSED(WS_BAL_IDX)
                   - WS_BAL_RESTATED(WS_BAL_IDX)
                   + WS_BAL_BACKED_OUT(WS_BAL_IDX)
                   + WS_BAL_ARCHIVED(WS_BAL_IDX)
           END-IF

           COMPUTE WS_BAL_CARRIED(WS_BAL_IDX) =
               WS_BAL_OPENING(WS_BAL_IDX)
               + WS_BAL_LOADED(WS_BAL_IDX)
               + WS_BAL_MANUAL(WS_BAL_IDX)
               - WS_BAL_REVERSED(WS_BAL_IDX)
               + WS_BAL_RESTATED(WS_BAL_IDX)
               - WS_BAL_BACKED_OUT(WS_BAL_IDX)
               - WS_BAL_ARCHIVED(WS_BAL_IDX)

           COMPUTE WS_BAL_DIFFERENCE(WS_BAL_IDX) =
               WS_BAL_CARRIED(WS_BAL_IDX)
               - WS_BAL_RECOMPUTED(WS_BAL_IDX)

           EVALUATE TRUE
               WHEN WS_OPENING_RUN_TRUE
                   SET WS_BAL_OPENED(WS_BAL_IDX) TO TRUE
               WHEN WS_BAL_DIFFERENCE(WS_BAL_IDX) = ZERO
                   SET WS_BAL_PROVED(WS_BAL_IDX) TO TRUE
               WHEN OTHER
                   SET WS_BAL_FAILED(WS_BAL_IDX) TO TRUE
                   ADD 1 TO WS_SOURCES_FAILED
                   DISPLAY "*** " DB_PROOF_DATE " SOURCE "
                       WS_BAL_SOURCE(WS_BAL_IDX) " DOES NOT BALANCE"
                       " - CARRIED " WS_BAL_CARRIED(WS_BAL_IDX)
                       " DEMO_TABLE " WS_BAL_RECOMPUTED(WS_BAL_IDX)
                       " ***"
           END-EVALUATE.

           EXIT.

       *> the day's positions replace anything stored for it or after
       *> it - a re-proof of an earlier day makes any later stored day
       *> stale until the walk reaches it again
       B4160_STORE_DAY_POSITIONS.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS

           EXEC SQL
               DELETE FROM demo_balance
               WHERE proof_date >= :DB_PROOF_DATE
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           MOVE ZERO TO WS_BAL_IDX
           PERFORM UNTIL WS_BAL_IDX >= WS_BAL_COUNT
               ADD 1 TO WS_BAL_IDX
               PERFORM B4165_INSERT_POSITION
           END-PERFORM

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B4165_INSERT_POSITION.
           MOVE WS_BAL_SOURCE(WS_BAL_IDX) TO DB_SOURCE_SYSTEM
           MOVE WS_BAL_LOADED(WS_BAL_IDX) TO DB_LOADED
           MOVE WS_BAL_MANUAL(WS_BAL_IDX) TO DB_MANUAL
           MOVE WS_BAL_REVERSED(WS_BAL_IDX) TO DB_REVERSED
           MOVE WS_BAL_RESTATED(WS_BAL_IDX) TO DB_RESTATED
           MOVE WS_BAL_BACKED_OUT(WS_BAL_IDX) TO DB_BACKED_OUT
           MOVE WS_BAL_ARCHIVED(WS_BAL_IDX) TO DB_ARCHIVED
           MOVE WS_BAL_STATUS(WS_BAL_IDX) TO DB_PROOF_STATUS

           MOVE WS_BAL_OPENING(WS_BAL_IDX) TO DB_OPENING
           MOVE '+' TO DB_OPENING_SIGN
           IF WS_BAL_OPENING(WS_BAL_IDX) < ZERO
               MOVE '-' TO DB_OPENING_SIGN
           END-IF
           MOVE WS_BAL_CARRIED(WS_BAL_IDX) TO DB_CARRIED
           MOVE '+' TO DB_CARRIED_SIGN
           IF WS_BAL_CARRIED(WS_BAL_IDX) < ZERO
               MOVE '-' TO DB_CARRIED_SIGN
           END-IF
           MOVE WS_BAL_RECOMPUTED(WS_BAL_IDX) TO DB_RECOMPUTED
           MOVE '+' TO DB_RECOMPUTED_SIGN
           IF WS_BAL_RECOMPUTED(WS_BAL_IDX) < ZERO
               MOVE '-' TO DB_RECOMPUTED_SIGN
           END-IF

           EXEC SQL
               INSERT INTO demo_balance
                   (proof_date, source_system, opening_amount,
                    opening_sign, loaded_amount, manual_amount,
                    reversed_amount, restated_amount,
                    backed_out_amount, archived_amount, carried_close,
                    carried_sign, recomputed_close, recomputed_sign,
                    proof_status, proof_ts)
               VALUES (:DB_PROOF_DATE, :DB_SOURCE_SYSTEM, :DB_OPENING,
                       :DB_OPENING_SIGN, :DB_LOADED, :DB_MANUAL,
                       :DB_REVERSED, :DB_RESTATED, :DB_BACKED_OUT,
                       :DB_ARCHIVED, :DB_CARRIED, :DB_CARRIED_SIGN,
                       :DB_RECOMPUTED, :DB_RECOMPUTED_SIGN,
                       :DB_PROOF_STATUS, :DB_EVENT_TS)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> leaves WS_BAL_IDX on the entry for WS_FIND_SOURCE, adding a
       *> zeroed one if the source is new to the day
       B4170_FIND_OR_ADD_SOURCE.
           MOVE ZERO TO WS_BAL_IDX
           PERFORM UNTIL WS_BAL_IDX >= WS_BAL_COUNT
                               OR (WS_BAL_IDX > ZERO
                                   AND WS_BAL_SOURCE(WS_BAL_IDX)
                                       = WS_FIND_SOURCE)
               ADD 1 TO WS_BAL_IDX
           END-PERFORM

           IF WS_BAL_IDX = ZERO
                   OR WS_BAL_SOURCE(WS_BAL_IDX) NOT = WS_FIND_SOURCE
               IF WS_BAL_COUNT < WS_BAL_TABLE_MAX
                   ADD 1 TO WS_BAL_COUNT
                   MOVE WS_BAL_COUNT TO WS_BAL_IDX
                   MOVE WS_FIND_SOURCE TO WS_BAL_SOURCE(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_OPENING(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_LOADED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_MANUAL(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_REVERSED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_RESTATED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_BACKED_OUT(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_ARCHIVED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_TABLE_NOW(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_LATER_IN(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_LATER_OUT(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_CARRIED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_RECOMPUTED(WS_BAL_IDX)
                   MOVE ZERO TO WS_BAL_DIFFERENCE(WS_BAL_IDX)
                   MOVE SPACE TO WS_BAL_STATUS(WS_BAL_IDX)
               ELSE
                   DISPLAY "*** MORE THAN " WS_BAL_TABLE_MAX
                       " SOURCE SYSTEMS - " WS_FIND_SOURCE
                       " FOLDED INTO " WS_BAL_SOURCE(WS_BAL_COUNT)
                       " ***"
                   MOVE WS_BAL_COUNT TO WS_BAL_IDX
               END-IF
           END-IF.

           EXIT.

       *> steps the walking date forward one calendar day - February
       *> answers to the leap rule: divisible by 4, except century
       *> years, which must be divisible by 400
       B4058_STEP_WALK_DATE_FORWARD.
           MOVE WS_MONTH_DAYS_ENTRY(WS_WALK_MONTH)
               TO WS_MONTH_DAY_LIMIT
           IF WS_WALK_MONTH = 2
               PERFORM B4059_ADJUST_FOR_LEAP_YEAR
           END-IF

           IF WS_WALK_DAY < WS_MONTH_DAY_LIMIT
               ADD 1 TO WS_WALK_DAY
           ELSE
               MOVE 1 TO WS_WALK_DAY
               IF WS_WALK_MONTH < 12
                   ADD 1 TO WS_WALK_MONTH
               ELSE
                   MOVE 1 TO WS_WALK_MONTH
                   ADD 1 TO WS_WALK_YEAR
               END-IF
           END-IF.

           EXIT.

       B4059_ADJUST_FOR_LEAP_YEAR.
           DIVIDE WS_WALK_YEAR BY 400 GIVING WS_LEAP_QUOTIENT
               REMAINDER WS_LEAP_REMAINDER
           IF WS_LEAP_REMAINDER = ZERO
               MOVE 29 TO WS_MONTH_DAY_LIMIT
           ELSE
               DIVIDE WS_WALK_YEAR BY 100 GIVING WS_LEAP_QUOTIENT
                   REMAINDER WS_LEAP_REMAINDER
               IF WS_LEAP_REMAINDER NOT = ZERO
                   DIVIDE WS_WALK_YEAR BY 4 GIVING WS_LEAP_QUOTIENT
                       REMAINDER WS_LEAP_REMAINDER
                   IF WS_LEAP_REMAINDER = ZERO
                       MOVE 29 TO WS_MONTH_DAY_LIMIT
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> REPORT WRITING

       B5010_WRITE_SOURCE_BLOCK.
           MOVE DB_PROOF_DATE TO WS_RPT_HEAD_DATE
           MOVE WS_BAL_SOURCE(WS_BAL_IDX) TO WS_RPT_HEAD_SOURCE
           EVALUATE TRUE
               WHEN WS_BAL_OPENED(WS_BAL_IDX)
                   MOVE "    OPENED" TO WS_RPT_HEAD_VERDICT
               WHEN WS_BAL_PROVED(WS_BAL_IDX)
                   MOVE "    PROVED" TO WS_RPT_HEAD_VERDICT
               WHEN OTHER
                   MOVE "*** FAILED" TO WS_RPT_HEAD_VERDICT
           END-EVALUATE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_SOURCE_HEAD

           MOVE "OPENING BALANCE" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_OPENING(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "+ LOADED" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_LOADED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "+ MANUAL ADJUSTMENTS" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_MANUAL(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "- REVERSED OR REPLACED BY CORRECTIONS"
               TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_REVERSED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "+ RESTATED BY REPLACEMENTS" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_RESTATED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "- BACKED OUT" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_BACKED_OUT(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "- ARCHIVED" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_ARCHIVED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "= CLOSING BALANCE CARRIED FORWARD"
               TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_CARRIED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "  CLOSING BALANCE ON DEMO_TABLE" TO WS_RPT_AMOUNT_LABEL
           MOVE WS_BAL_RECOMPUTED(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           IF WS_BAL_FAILED(WS_BAL_IDX)
               MOVE "  DIFFERENCE" TO WS_RPT_AMOUNT_LABEL
               MOVE WS_BAL_DIFFERENCE(WS_BAL_IDX) TO WS_RPT_AMOUNT_VALUE
               WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           END-IF
           WRITE DEMO_BALANCE_REPORT_RECORD FROM WS_RPT_BLANK_LINE.

           EXIT.

       *> the verdict on file, dated with the last day the walk
       *> reached, for the morning dashboard
       B5025_WRITE_STATUS_FILE.
           OPEN OUTPUT DEMO_BALANCE_STATUS
           PERFORM B5026_BUILD_STATUS_LINE
           WRITE DEMO_BALANCE_STATUS_RECORD
           CLOSE DEMO_BALANCE_STATUS.

           EXIT.

       B5026_BUILD_STATUS_LINE.
           MOVE SPACES TO DEMO_BALANCE_STATUS_RECORD
           IF WS_DAY_FAILED_TRUE
               MOVE "FAIL" TO BAL_STATUS_VERDICT
           ELSE
               MOVE "PASS" TO BAL_STATUS_VERDICT
           END-IF
           MOVE WS_LAST_DAY_DONE TO BAL_STATUS_DATE
           MOVE " SOURCES " TO DEMO_BALANCE_STATUS_RECORD(18:9)
           MOVE WS_BAL_COUNT TO BAL_STATUS_SOURCES
           MOVE " FAILING " TO DEMO_BALANCE_STATUS_RECORD(30:9)
           MOVE WS_SOURCES_FAILED TO BAL_STATUS_FAILED.

           EXIT.

       *> DATABASE PROCEDURES

       *> picks which named connection profile to use - DEMO_DB_PROFILE
       *> overrides it outright, otherwise it's TEST or PROD depending
       *> on the WS_PARAMS_TEST switch, matching this program's
       *> existing TEST-argument convention. The TEST/PROD literals
       *> below are the fallback for when DEMO_DB_PROFILES.DAT doesn't
       *> exist or doesn't list the profile; any profile actually
       *> listed there (UAT, DR, or TEST/PROD themselves) overrides it
       B3060_DETERMINE_DB_PROFILE.
           MOVE SPACES TO WS_DB_PROFILE_NAME.
           ACCEPT WS_DB_PROFILE_NAME FROM ENVIRONMENT "DEMO_DB_PROFILE".

           IF WS_DB_PROFILE_NAME = SPACES
               IF WS_PARAMS_TEST
                   MOVE "TEST" TO WS_DB_PROFILE_NAME
               ELSE
                   MOVE "PROD" TO WS_DB_PROFILE_NAME
               END-IF
           END-IF.

           IF WS_DB_PROFILE_NAME = "TEST"
               MOVE "postgres@db-test:5432" TO DBNAME
               MOVE "postgres"         TO USERNAME
               MOVE "postgres"         TO PASSWD
           ELSE
               MOVE "postgres@db:5432" TO DBNAME
               MOVE "postgres"         TO USERNAME
               MOVE "postgres"         TO PASSWD
           END-IF.

           PERFORM B3061_LOAD_DB_PROFILE_FROM_FILE.

           EXIT.

       *> overrides the DBNAME/USERNAME/PASSWD fallback above with a
       *> matching row from DEMO_DB_PROFILES.DAT, if one exists - a
       *> plain LINE SEQUENTIAL list of profile name/connection rows
       *> so new profiles (UAT, DR, ...) can be added without a code
       *> change
       B3061_LOAD_DB_PROFILE_FROM_FILE.
           SET WS_DB_PROFILE_FOUND_FALSE TO TRUE.
           MOVE 'N' TO WS_DB_PROFILES_EOF.

           OPEN INPUT DEMO_DB_PROFILES.
           IF WS_DB_PROFILES_FILE_STATUS = "00"
               PERFORM UNTIL WS_DB_PROFILES_EOF_TRUE
                                   OR WS_DB_PROFILE_FOUND_TRUE
                   READ DEMO_DB_PROFILES
                       AT END
                           MOVE 'Y' TO WS_DB_PROFILES_EOF
                       NOT AT END
                           IF DB_PROFILE_NAME = WS_DB_PROFILE_NAME
                               MOVE DB_PROFILE_DBNAME TO DBNAME
                               MOVE DB_PROFILE_USERNAME TO USERNAME
                               MOVE DB_PROFILE_PASSWD TO PASSWD
                               SET WS_DB_PROFILE_FOUND_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_DB_PROFILES
           END-IF.

           EXIT.

       B3100_CONNECT.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B3900_DISCONNECT.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           EXIT.
       *> ERRORS
       B8000_SQL_ERROR.
          DISPLAY "*** SQL ERROR ***".
          DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
          EVALUATE SQLCODE
             WHEN  +10
                DISPLAY "Record not found"
             WHEN  -01
                DISPLAY "Connection falied"
             WHEN  -20
                DISPLAY "Internal error"
             WHEN  -30
                DISPLAY "PostgreSQL error"
                DISPLAY "ERRCODE: "  SQLSTATE
                DISPLAY SQLERRMC
             *> TO RESTART TRANSACTION, DO ROLLBACK.
                EXEC SQL
                    ROLLBACK
                END-EXEC
             WHEN  OTHER
                DISPLAY "Undefined error"
                DISPLAY "ERRCODE: "  SQLSTATE
                DISPLAY SQLERRMC
          END-EVALUATE.

          PERFORM B8010_WRITE_ERROR_LOG.

          MOVE 1 TO RETURN-CODE.

          EXIT.

       *> appends a timestamped line to the durable SQL error log so
       *> the failure is still visible after this run's console/job
       *> output has scrolled away
       B8010_WRITE_ERROR_LOG.
           MOVE WS_CURRENT_YEAR TO WS_ERROR_LOG_YEAR.
           MOVE WS_CURRENT_MONTH TO WS_ERROR_LOG_MONTH.
           MOVE WS_CURRENT_DAY TO WS_ERROR_LOG_DAY.
           MOVE WS_CURRENT_HOURS TO WS_ERROR_LOG_HOURS.
           MOVE WS_CURRENT_MINUTE TO WS_ERROR_LOG_MINUTE.
           MOVE WS_CURRENT_SECOND TO WS_ERROR_LOG_SECOND.
           MOVE SQLCODE TO WS_ERROR_LOG_SQLCODE.
           MOVE SQLERRMC TO WS_ERROR_LOG_MESSAGE.

           OPEN EXTEND DEMO_ERROR_LOG.
           IF WS_ERROR_LOG_FILE_STATUS = "05"
                               OR WS_ERROR_LOG_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_ERROR_LOG
           END-IF
           WRITE DEMO_ERROR_LOG_RECORD FROM WS_ERROR_LOG_LINE.
           CLOSE DEMO_ERROR_LOG.

           EXIT.
       *> TESTS
       B9000_TEST.
           IF WS_PARAMS_TEST_NAME = 'ALL'
               PERFORM B9100_UNIT_TESTS
           ELSE
               IF WS_PARAMS_TEST_NAME = 'UNIT'
                   PERFORM B9100_UNIT_TESTS
               END-IF
           END-IF.


           DISPLAY "PASSING TESTS: ", WS_TEST_PASSED.
           DISPLAY "FAILING TESTS: ", WS_TEST_FAILED.

           IF WS_TEST_FAILED > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

           EXIT.

       B9100_UNIT_TESTS.
           DISPLAY 'RUNNING UNIT TESTS!'

           PERFORM B9101_SOURCES_ARE_FOUND_OR_ADDED.
           PERFORM B9102_BALANCED_DAY_IS_PROVED.
           PERFORM B9103_UNBALANCED_DAY_FAILS.
           PERFORM B9104_OPENING_RUN_BACKS_OUT_THE_DAY.
           PERFORM B9105_WALK_CROSSES_MONTH_AND_LEAP_DAY.
           PERFORM B9106_STATUS_LINE_CARRIES_THE_VERDICT.

           EXIT.

       B9101_SOURCES_ARE_FOUND_OR_ADDED.
           DISPLAY 'A SOURCE IS FOUND IF HELD, ADDED IF NOT'.

           MOVE ZERO TO WS_BAL_COUNT.
           MOVE "PRI" TO WS_FIND_SOURCE.
           PERFORM B4170_FIND_OR_ADD_SOURCE.
           MOVE 100 TO WS_BAL_LOADED(WS_BAL_IDX).
           MOVE "SEC" TO WS_FIND_SOURCE.
           PERFORM B4170_FIND_OR_ADD_SOURCE.
           MOVE "PRI" TO WS_FIND_SOURCE.
           PERFORM B4170_FIND_OR_ADD_SOURCE.

           DISPLAY "EXPECTED: 002 001 000000000100".
           DISPLAY "ACTUAL:   " WS_BAL_COUNT " " WS_BAL_IDX " "
               WS_BAL_LOADED(WS_BAL_IDX).
           IF WS_BAL_COUNT = 2 AND WS_BAL_IDX = 1
                   AND WS_BAL_LOADED(1) = 100
                   AND WS_BAL_LOADED(2) = ZERO
                   AND WS_BAL_SOURCE(2) = "SEC"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_BAL_COUNT.

           EXIT.

       *> opening 1000, +500 loaded, +50 manual, a 200 row corrected
       *> by replacement (-200 +200), a 30 row reversed, 20 backed
       *> out and 100 archived: carried 1400. Since the day the table
       *> has taken on 300 and lost 60, so holds 1640 today.
       B9102_BALANCED_DAY_IS_PROVED.
           DISPLAY 'A DAY WHOSE TRAIL MATCHES DEMO_TABLE IS PROVED'.

           PERFORM B9190_SET_UP_TEST_DAY.
           PERFORM B4150_PROVE_SOURCE.

           DISPLAY "EXPECTED: P 0000000001400+ 0000000001400+".
           DISPLAY "ACTUAL:   " WS_BAL_STATUS(1) " "
               WS_BAL_CARRIED(1) " " WS_BAL_RECOMPUTED(1).
           IF WS_BAL_PROVED(1) AND WS_BAL_CARRIED(1) = 1400
                   AND WS_BAL_RECOMPUTED(1) = 1400
                   AND WS_SOURCES_FAILED = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_UNBALANCED_DAY_FAILS.
           DISPLAY 'A ROW CHANGED WITHOUT A TRAIL FAILS THE DAY'.

           PERFORM B9190_SET_UP_TEST_DAY.
           MOVE 1665 TO WS_BAL_TABLE_NOW(1).
           PERFORM B4150_PROVE_SOURCE.

           DISPLAY "EXPECTED: F 0000000000025-".
           DISPLAY "ACTUAL:   " WS_BAL_STATUS(1) " "
               WS_BAL_DIFFERENCE(1).
           IF WS_BAL_FAILED(1) AND WS_BAL_DIFFERENCE(1) = -25
                   AND WS_SOURCES_FAILED = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_OPENING_RUN_BACKS_OUT_THE_DAY.
           DISPLAY 'THE OPENING RUN TAKES ITS OPENING FROM THE TABLE'.

           PERFORM B9190_SET_UP_TEST_DAY.
           MOVE ZERO TO WS_BAL_OPENING(1).
           SET WS_OPENING_RUN_TRUE TO TRUE.
           PERFORM B4150_PROVE_SOURCE.
           SET WS_OPENING_RUN_FALSE TO TRUE.

           DISPLAY "EXPECTED: O 0000000001000+ 0000000001400+".
           DISPLAY "ACTUAL:   " WS_BAL_STATUS(1) " "
               WS_BAL_OPENING(1) " " WS_BAL_CARRIED(1).
           IF WS_BAL_OPENED(1) AND WS_BAL_OPENING(1) = 1000
                   AND WS_BAL_CARRIED(1) = 1400
                   AND WS_SOURCES_FAILED = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_WALK_CROSSES_MONTH_AND_LEAP_DAY.
           DISPLAY 'THE DAY WALK CROSSES MONTH, LEAP DAY AND YEAR'.

           MOVE "20280228" TO WS_WALK_DATE.
           PERFORM B4058_STEP_WALK_DATE_FORWARD.
           DISPLAY "EXPECTED: 20280229".
           DISPLAY "ACTUAL:   " WS_WALK_DATE.
           IF WS_WALK_DATE = "20280229"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "21000228" TO WS_WALK_DATE.
           PERFORM B4058_STEP_WALK_DATE_FORWARD.
           DISPLAY "EXPECTED: 21000301".
           DISPLAY "ACTUAL:   " WS_WALK_DATE.
           IF WS_WALK_DATE = "21000301"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "20261231" TO WS_WALK_DATE.
           PERFORM B4058_STEP_WALK_DATE_FORWARD.
           DISPLAY "EXPECTED: 20270101".
           DISPLAY "ACTUAL:   " WS_WALK_DATE.
           IF WS_WALK_DATE = "20270101"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9106_STATUS_LINE_CARRIES_THE_VERDICT.
           DISPLAY 'THE STATUS LINE CARRIES THE VERDICT AND DAY'.

           SET WS_DAY_FAILED_TRUE TO TRUE.
           MOVE "20261014" TO WS_LAST_DAY_DONE.
           MOVE 3 TO WS_BAL_COUNT.
           MOVE 1 TO WS_SOURCES_FAILED.
           PERFORM B5026_BUILD_STATUS_LINE.

           DISPLAY "EXPECTED: FAIL     20261014 SOURCES 003 "
               "FAILING 001".
           DISPLAY "ACTUAL:   " DEMO_BALANCE_STATUS_RECORD(1:41).
           IF DEMO_BALANCE_STATUS_RECORD(1:41) =
                   "FAIL     20261014 SOURCES 003 FAILING 001"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           SET WS_DAY_FAILED_FALSE TO TRUE.
           MOVE ZERO TO WS_BAL_COUNT.
           MOVE ZERO TO WS_SOURCES_FAILED.

           EXIT.

       B9190_SET_UP_TEST_DAY.
           MOVE ZERO TO WS_BAL_COUNT.
           MOVE ZERO TO WS_SOURCES_FAILED.
           MOVE "20261014" TO DB_PROOF_DATE.
           MOVE "PRI" TO WS_FIND_SOURCE.
           PERFORM B4170_FIND_OR_ADD_SOURCE.
           MOVE 1000 TO WS_BAL_OPENING(1).
           MOVE 500 TO WS_BAL_LOADED(1).
           MOVE 50 TO WS_BAL_MANUAL(1).
           MOVE 230 TO WS_BAL_REVERSED(1).
           MOVE 200 TO WS_BAL_RESTATED(1).
           MOVE 20 TO WS_BAL_BACKED_OUT(1).
           MOVE 100 TO WS_BAL_ARCHIVED(1).
           MOVE 1640 TO WS_BAL_TABLE_NOW(1).
           MOVE 300 TO WS_BAL_LATER_IN(1).
           MOVE 60 TO WS_BAL_LATER_OUT(1).

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
           DISPLAY "------"
           EXIT.

       B9902_TEST_FAILED.
           DISPLAY "TEST FAILED"
           ADD 1 TO WS_TEST_FAILED
           DISPLAY "------"
           EXIT.
