       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-INTEGRITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the cross-reference DEMO-WRITER and DEMO-AMTHOLD keep -
           *> read end to end here, never written. May not exist on a
           *> site that has never loaded, so its FILE STATUS is
           *> checked rather than assumed present.
           SELECT DEMO_XREF ASSIGN TO
                "../src/resources/DEMO_XREF.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XREF_KEY
           ALTERNATE RECORD KEY IS XREF_PROVIDER_REF WITH DUPLICATES
           FILE STATUS IS WS_XREF_FILE_STATUS.

           *> every file DEMO-WRITER has accepted, one line each - see
           *> B4095_CHECK_FILE_REGISTER in demo_writer.cbl
           SELECT DEMO_FILE_REGISTER ASSIGN TO
                "../src/resources/DEMO_FILE_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REGISTER_FILE_STATUS.

           *> every finding, check by check
           SELECT DEMO_INTEGRITY_REPORT ASSIGN TO
                "../src/resources/out/DEMO_INTEGRITY_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> this run's own verdict, rewritten each run so the
           *> morning status dashboard (DEMO-MORNING) can read it
           *> without re-running the sweep
           SELECT DEMO_INTEGRITY_STATUS ASSIGN TO
                "../src/resources/DEMO_INTEGRITY_STATUS.TXT"
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

       FD DEMO_XREF.
           01 DEMO_XREF_RECORD.
               05 XREF_KEY.
                   10 XREF_DATE             PIC X(08).
                   10 XREF_STRING           PIC X(06).
                   10 XREF_SOURCE           PIC X(03).
                   10 XREF_PROVIDER_REF     PIC X(20).
               05 XREF_LOAD_TS              PIC X(14).
               05 XREF_SOURCE_FILE          PIC X(100).
               05 XREF_DISPOSITION          PIC X(20).

       FD DEMO_FILE_REGISTER.
           01 DEMO_FILE_REGISTER_RECORD.
               05 REGISTER_FILE_PATH        PIC X(100).
               05 REGISTER_RUN_DATE         PIC X(08).
               05 REGISTER_DETAIL_COUNT     PIC X(08).

       FD DEMO_INTEGRITY_REPORT.
           01 DEMO_INTEGRITY_REPORT_RECORD     PIC X(72).

       FD DEMO_INTEGRITY_STATUS.
           01 DEMO_INTEGRITY_STATUS_RECORD.
               05 INTEG_STATUS_VERDICT      PIC X(09).
               05 INTEG_STATUS_DATE         PIC X(08).
               05 FILLER                    PIC X(10).
               05 INTEG_STATUS_FINDINGS     PIC 9(07).
               05 FILLER                    PIC X(38).

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
       *> This program is the scheduled internal-consistency sweep
       *> over the six places a record's story is kept - demo_table,
       *> demo_table_history, demo_audit, demo_pending, DEMO_XREF.IDX
       *> and DEMO_FILE_REGISTER.TXT - which every job is supposed to
       *> keep in step and nothing else checks. DEMO-RECONCILE ties
       *> one day's file, table and report counts together; this
       *> asks whether the stores agree with each other at all:
       *>   1. a demo_table row with no INSERTED (or HOLD-RELEASED)
       *>      audit row under its own run id - a restated row is
       *>      vouched for by its REPLACED audit row instead
       *>   2. audit rows under a run id demo_run_stats never
       *>      recorded (a load that died before its run stats)
       *>   3. a DEMO_XREF.IDX entry whose disposition isn't the
       *>      latest audit action for that record
       *>   4. a row on both demo_table and demo_table_history
       *>   5. a demo_pending row that was also promoted - the row is
       *>      on demo_table, or a later PENDING-RELEASED audit row
       *>      says it went
       *>   6. a DEMO_FILE_REGISTER.TXT entry for a file no run ever
       *>      recorded stats for
       *> Every finding is listed on out/DEMO_INTEGRITY_REPORT.TXT
       *> (the first 50 per check, then a count), the verdict goes to
       *> DEMO_INTEGRITY_STATUS.TXT for DEMO-MORNING, and any finding
       *> at all ends the run with RETURN-CODE 1. Read-only - the
       *> sweep reports, it repairs nothing.

       *> example argument usage:

       *> run live program
       *>      ./demo_integrity

       *> for running as part of end-to-end tests
       *>      ./demo_integrity TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_integrity TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_integrity TEST
       *>      ./demo_integrity TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_XREF_FILE_STATUS              PIC X(02) VALUE "00".
       01 WS_REGISTER_FILE_STATUS          PIC X(02) VALUE "00".

       *> end of file definitions
       01 WS_EOF                           PIC X(1) VALUE 'N'.
           88 WS_EOF_FALSE                     VALUE 'N'.
           88 WS_EOF_TRUE                      VALUE 'Y'.

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

       *> findings per check, and the sweep's total
       01  WS_CHECK_FINDINGS               PIC 9(07) VALUE ZERO.
       01  WS_TOTAL_FINDINGS               PIC 9(07) VALUE ZERO.
       01  WS_CHECKS_SKIPPED               PIC 9(02) VALUE ZERO.
       01  WS_ENTRIES_EXAMINED             PIC 9(08) VALUE ZERO.

       *> a check lists its first findings in full and only counts
       *> the rest - one systemic fault shouldn't bury the others
       01  WS_DETAIL_LIMIT                 PIC 9(04) VALUE 50.

       01  WS_INTEGRITY_VERDICT            PIC X(09) VALUE SPACES.
           88  WS_INTEGRITY_CLEAN              VALUE "CLEAN    ".
           88  WS_INTEGRITY_FINDINGS           VALUE "FINDINGS ".

       *> the XREF entry's disposition against the audit trail's
       *> latest word on the same record - see B4320_COMPARE_
       *> DISPOSITION
       01  WS_LATEST_ACTION                PIC X(20) VALUE SPACES.
       01  WS_LATEST_FOUND                 PIC X(01) VALUE 'F'.
           88  WS_LATEST_FOUND_FALSE           VALUE 'F'.
           88  WS_LATEST_FOUND_TRUE            VALUE 'T'.
       01  WS_DISPOSITION_AGREES           PIC X(01) VALUE 'T'.
           88  WS_DISPOSITION_AGREES_TRUE      VALUE 'T'.
           88  WS_DISPOSITION_AGREES_FALSE     VALUE 'F'.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(28) VALUE
                   "DEMO INTEGRITY SWEEP REPORT ".
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  WS_RPT_DAY_LINE.
           05  FILLER                 PIC X(09) VALUE "SWEPT:   ".
           05  WS_RPT_DAY_TS          PIC X(14).
           05  FILLER                 PIC X(49) VALUE SPACES.
       01  WS_RPT_CHECK_LINE.
           05  FILLER                 PIC X(06) VALUE "CHECK ".
           05  WS_RPT_CHECK_NUMBER    PIC X(01).
           05  FILLER                 PIC X(02) VALUE ": ".
           05  WS_RPT_CHECK_TITLE     PIC X(63).
       01  WS_RPT_FINDING_LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_FIND_DATE       PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_FIND_TEXT       PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_FIND_SOURCE     PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_FIND_RUN_ID     PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_FIND_NOTE       PIC X(33).
       01  WS_RPT_PATH_LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_PATH_TEXT       PIC X(60).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_PATH_DATE       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
       01  WS_RPT_MORE_LINE.
           05  FILLER                 PIC X(10) VALUE "  ... AND ".
           05  WS_RPT_MORE_COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(53) VALUE " MORE".
       01  WS_RPT_CHECK_TOTAL_LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "FINDINGS: ".
           05  WS_RPT_CHECK_TOTAL     PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(51) VALUE SPACES.
       01  WS_RPT_SKIPPED_LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE "SKIPPED: ".
           05  WS_RPT_SKIPPED_TEXT    PIC X(61).
       01  WS_RPT_VERDICT_LINE.
           05  FILLER                 PIC X(09) VALUE "VERDICT: ".
           05  WS_RPT_VERDICT         PIC X(09).
           05  FILLER                 PIC X(17) VALUE
                   "  TOTAL FINDINGS:".
           05  WS_RPT_TOTAL_FINDINGS  PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(28) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       01  WS_STATUS_LINE.
           05  WS_STATUS_VERDICT            PIC X(09).
           05  WS_STATUS_DATE               PIC X(08).
           05  FILLER                       PIC X(10) VALUE
                   " FINDINGS ".
           05  WS_STATUS_FINDINGS           PIC 9(07).
           05  FILLER                       PIC X(38) VALUE SPACES.

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
                   "DEMO-INTEG  ".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_PROVIDER_REF         PIC X(20).
       01  DB_RUN_ID               PIC X(14).
       01  DB_ACTION               PIC X(20).
       01  DB_ROW_COUNT            PIC 9(07).
       01  DB_FILE_PATH            PIC X(100).
       01  DB_PROMOTED_HOW         PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       *> end ocesql declaration

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           ACCEPT WS_PARAMS FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM B3060_DETERMINE_DB_PROFILE.

        *> A normal run and an end-to-end test act the same except
        *> for the database profile, whereas unit tests have their
        *> own workflow

           IF NOT WS_PARAMS_TEST OR
           (WS_PARAMS_TEST AND WS_PARAMS_TEST_NAME = "ENDTOEND")

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B3100_CONNECT
           OPEN OUTPUT DEMO_INTEGRITY_REPORT
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_TITLE
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_RPT_DAY_TS
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_DAY_LINE
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_BLANK_LINE

           *> GENERAL LOGIC
           PERFORM B4100_CHECK_TABLE_ROWS_AUDITED
           PERFORM B4200_CHECK_AUDIT_RUNS_RECORDED
           PERFORM B4300_CHECK_XREF_AGAINST_AUDIT
           PERFORM B4400_CHECK_TABLE_AGAINST_HISTORY
           PERFORM B4500_CHECK_PENDING_NOT_PROMOTED
           PERFORM B4600_CHECK_REGISTER_AGAINST_RUNS

           *> FINISH UP
           PERFORM B3900_DISCONNECT
           PERFORM B5010_SET_VERDICT
           PERFORM B5020_WRITE_VERDICT
           PERFORM B5025_WRITE_STATUS_FILE

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

       *> THE CHECKS - each writes its heading, its findings, and its
       *> count, and adds the count to the sweep's total

       *> every live row got there by a load (INSERTED, which a
       *> pending promotion also writes) or a high-value release
       *> (HOLD-RELEASED) under the run id the row carries. A 'C'
       *> replacement restates the string under the correcting run,
       *> so a row whose string was restated is vouched for by its
       *> REPLACED audit row instead.
       B4100_CHECK_TABLE_ROWS_AUDITED.
           MOVE "1" TO WS_RPT_CHECK_NUMBER
           MOVE SPACES TO WS_RPT_CHECK_TITLE
           STRING "DEMO_TABLE ROWS WITH NO INSERTED AUDIT ROW "
                   DELIMITED BY SIZE,
               "FOR THEIR RUN" DELIMITED BY SIZE
           INTO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK

           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT t.report_date, t.report_text,
                          t.source_system, t.run_id
                   FROM demo_table t
                   WHERE NOT EXISTS
                         (SELECT 1 FROM demo_audit a
                          WHERE a.run_id = t.run_id
                            AND a.record_date = t.report_date
                            AND a.record_text = t.report_text
                            AND a.action IN ('INSERTED',
                                             'HOLD-RELEASED'))
                     AND NOT EXISTS
                         (SELECT 1 FROM demo_audit r
                          WHERE r.action = 'REPLACED'
                            AND r.record_date = t.report_date
                            AND r.record_text = t.report_text
                            AND COALESCE(r.source_system,
                                         t.source_system)
                                    = t.source_system)
                   ORDER BY t.report_date, t.report_text,
                            t.source_system
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_RUN_ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE "NO INSERTED AUDIT ROW" TO WS_RPT_FIND_NOTE
                   PERFORM B4020_RECORD_FINDING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC

           PERFORM B4090_END_CHECK.

           EXIT.

       *> a run with audit rows but no run stats is a load that
       *> never reached the end of its file - or rows written under
       *> a run id nobody ran
       B4200_CHECK_AUDIT_RUNS_RECORDED.
           MOVE "2" TO WS_RPT_CHECK_NUMBER
           MOVE "AUDIT ROWS UNDER A RUN DEMO_RUN_STATS NEVER RECORDED"
               TO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK

           EXEC SQL
               DECLARE C2 CURSOR FOR
                   SELECT a.run_id, COUNT(*)
                   FROM demo_audit a
                   WHERE NOT EXISTS
                         (SELECT 1 FROM demo_run_stats s
                          WHERE s.run_id = a.run_id)
                   GROUP BY a.run_id
                   ORDER BY a.run_id
           END-EXEC

           EXEC SQL
               OPEN C2
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C2 INTO :DB_RUN_ID, :DB_ROW_COUNT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE SPACES TO DB_DATE
                   MOVE SPACES TO DB_STRING
                   MOVE SPACES TO DB_SOURCE_SYSTEM
                   MOVE SPACES TO WS_RPT_FIND_NOTE
                   STRING DB_ROW_COUNT DELIMITED BY SIZE,
                       " AUDIT ROWS, NO RUN STATS" DELIMITED BY SIZE
                   INTO WS_RPT_FIND_NOTE
                   PERFORM B4020_RECORD_FINDING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C2
           END-EXEC

           PERFORM B4090_END_CHECK.

           EXIT.

       *> the cross-reference is rewritten with each new disposition
       *> by DEMO-WRITER and DEMO-AMTHOLD, so each entry should say
       *> what the latest of those same audit actions says. A 'C'
       *> replacement's entry is keyed by the string it overwrote,
       *> which the REPLACED audit row carries as its prior text.
       B4300_CHECK_XREF_AGAINST_AUDIT.
           MOVE "3" TO WS_RPT_CHECK_NUMBER
           MOVE "DEMO_XREF.IDX DISPOSITIONS DISAGREEING WITH DEMO_AUDIT"
               TO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK
           MOVE ZERO TO WS_ENTRIES_EXAMINED

           OPEN INPUT DEMO_XREF
           IF WS_XREF_FILE_STATUS NOT = "00"
               MOVE SPACES TO WS_RPT_SKIPPED_TEXT
               STRING "DEMO_XREF.IDX NOT OPENED - STATUS "
                       DELIMITED BY SIZE,
                   WS_XREF_FILE_STATUS DELIMITED BY SIZE
               INTO WS_RPT_SKIPPED_TEXT
               WRITE DEMO_INTEGRITY_REPORT_RECORD
                   FROM WS_RPT_SKIPPED_LINE
               ADD 1 TO WS_CHECKS_SKIPPED
           ELSE
               MOVE 'N' TO WS_EOF
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           ADD 1 TO WS_ENTRIES_EXAMINED
                           PERFORM B4310_CHECK_ONE_XREF_ENTRY
                   END-READ
               END-PERFORM
               CLOSE DEMO_XREF
           END-IF

           PERFORM B4090_END_CHECK.

           EXIT.

       B4310_CHECK_ONE_XREF_ENTRY.
           MOVE SPACES TO DB_DATE
           STRING XREF_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               XREF_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               XREF_DATE(7:2) DELIMITED BY SIZE
           INTO DB_DATE
           MOVE XREF_STRING TO DB_STRING
           MOVE XREF_SOURCE TO DB_SOURCE_SYSTEM
           MOVE XREF_PROVIDER_REF TO DB_PROVIDER_REF
           MOVE SPACES TO WS_LATEST_ACTION
           SET WS_LATEST_FOUND_FALSE TO TRUE

           *> newest first - only the first row is wanted. Rows from
           *> before the audit trail carried the source match any;
           *> rows from before it carried the transaction reference
           *> match only an entry without one.
           EXEC SQL
               DECLARE C3 CURSOR FOR
                   SELECT action, run_id
                   FROM demo_audit
                   WHERE record_date = :DB_DATE
                     AND ((action <> 'REPLACED'
                           AND record_text = :DB_STRING)
                       OR (action = 'REPLACED'
                           AND prior_text = :DB_STRING))
                     AND COALESCE(source_system, :DB_SOURCE_SYSTEM)
                             = :DB_SOURCE_SYSTEM
                     AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
                     AND action IN ('INSERTED', 'DUPLICATE-SKIPPED',
                                    'HELD-OVER-LIMIT', 'REJECTED',
                                    'REVERSED', 'REPLACED',
                                    'HOLD-RELEASED')
                   ORDER BY COALESCE(event_ts, run_id) DESC,
                            record_number DESC
           END-EXEC

           EXEC SQL
               OPEN C3
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               FETCH C3 INTO :DB_ACTION, :DB_RUN_ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLSTATE NOT = "02000"
                   PERFORM B8000_SQL_ERROR STOP RUN
               END-IF
               MOVE SPACES TO DB_RUN_ID
           ELSE
               MOVE DB_ACTION TO WS_LATEST_ACTION
               SET WS_LATEST_FOUND_TRUE TO TRUE
           END-IF

           EXEC SQL
               CLOSE C3
           END-EXEC

           PERFORM B4320_COMPARE_DISPOSITION
           IF WS_DISPOSITION_AGREES_FALSE
               PERFORM B4020_RECORD_FINDING
           END-IF.

           EXIT.

       *> an entry with no audit row behind it at all is as much a
       *> disagreement as one naming a different action
       B4320_COMPARE_DISPOSITION.
           SET WS_DISPOSITION_AGREES_TRUE TO TRUE
           MOVE SPACES TO WS_RPT_FIND_NOTE

           IF WS_LATEST_FOUND_FALSE
               SET WS_DISPOSITION_AGREES_FALSE TO TRUE
               STRING "XREF " DELIMITED BY SIZE,
                   XREF_DISPOSITION DELIMITED BY SPACE,
                   ", NO AUDIT ROW" DELIMITED BY SIZE
               INTO WS_RPT_FIND_NOTE
           ELSE
               IF XREF_DISPOSITION NOT = WS_LATEST_ACTION
                   SET WS_DISPOSITION_AGREES_FALSE TO TRUE
                   STRING "XREF " DELIMITED BY SIZE,
                       XREF_DISPOSITION DELIMITED BY SPACE,
                       " AUDIT " DELIMITED BY SIZE,
                       WS_LATEST_ACTION DELIMITED BY SPACE
                   INTO WS_RPT_FIND_NOTE
               END-IF
           END-IF.

           EXIT.

       *> archiving moves a row - it should never be in both places
       B4400_CHECK_TABLE_AGAINST_HISTORY.
           MOVE "4" TO WS_RPT_CHECK_NUMBER
           MOVE "ROWS ON BOTH DEMO_TABLE AND DEMO_TABLE_HISTORY"
               TO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK

           EXEC SQL
               DECLARE C4 CURSOR FOR
                   SELECT t.report_date, t.report_text,
                          t.source_system, t.run_id
                   FROM demo_table t
                   JOIN demo_table_history h
                     ON h.report_date = t.report_date
                    AND h.report_text = t.report_text
                    AND h.source_system = t.source_system
                   ORDER BY t.report_date, t.report_text,
                            t.source_system
           END-EXEC

           EXEC SQL
               OPEN C4
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C4 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_RUN_ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE "LIVE AND ARCHIVED" TO WS_RPT_FIND_NOTE
                   PERFORM B4020_RECORD_FINDING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C4
           END-EXEC

           PERFORM B4090_END_CHECK.

           EXIT.

       *> a promotion deletes the pending row in the same step that
       *> inserts the live one - a pending row still parked beside
       *> its live twin, or after its own PENDING-RELEASED, means
       *> one half of that step didn't land
       B4500_CHECK_PENDING_NOT_PROMOTED.
           MOVE "5" TO WS_RPT_CHECK_NUMBER
           MOVE "DEMO_PENDING ROWS THAT WERE ALSO PROMOTED"
               TO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK

           EXEC SQL
               DECLARE C5 CURSOR FOR
                   SELECT p.report_date, p.report_text,
                          p.source_system, p.run_id,
                          CASE WHEN EXISTS
                               (SELECT 1 FROM demo_table t
                                WHERE t.report_date = p.report_date
                                  AND t.report_text = p.report_text
                                  AND t.source_system
                                          = p.source_system)
                               THEN 'T' ELSE 'A' END
                   FROM demo_pending p
                   WHERE EXISTS
                         (SELECT 1 FROM demo_table t
                          WHERE t.report_date = p.report_date
                            AND t.report_text = p.report_text
                            AND t.source_system = p.source_system)
                      OR EXISTS
                         (SELECT 1 FROM demo_audit a
                          WHERE a.action = 'PENDING-RELEASED'
                            AND a.record_date = p.report_date
                            AND a.record_text = p.report_text
                            AND COALESCE(a.source_system,
                                         p.source_system)
                                    = p.source_system
                            AND a.run_id > p.run_id)
                   ORDER BY p.report_date, p.report_text,
                            p.source_system
           END-EXEC

           EXEC SQL
               OPEN C5
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C5 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_RUN_ID,
                                 :DB_PROMOTED_HOW
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   IF DB_PROMOTED_HOW = 'T'
                       MOVE "PENDING AND ON DEMO_TABLE"
                           TO WS_RPT_FIND_NOTE
                   ELSE
                       MOVE "PENDING AFTER PENDING-RELEASED"
                           TO WS_RPT_FIND_NOTE
                   END-IF
                   PERFORM B4020_RECORD_FINDING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C5
           END-EXEC

           PERFORM B4090_END_CHECK.

           EXIT.

       *> the register is written once a file's load completes, and
       *> the run stats at the end of the same pass - a registered
       *> path no run ever recorded stats for would refuse its own
       *> retransmission for a load the database can't account for
       B4600_CHECK_REGISTER_AGAINST_RUNS.
           MOVE "6" TO WS_RPT_CHECK_NUMBER
           MOVE "REGISTERED FILES NO RUN RECORDED IN DEMO_RUN_STATS"
               TO WS_RPT_CHECK_TITLE
           PERFORM B4010_START_CHECK

           OPEN INPUT DEMO_FILE_REGISTER
           IF WS_REGISTER_FILE_STATUS NOT = "00"
               MOVE SPACES TO WS_RPT_SKIPPED_TEXT
               STRING "DEMO_FILE_REGISTER.TXT NOT OPENED - STATUS "
                       DELIMITED BY SIZE,
                   WS_REGISTER_FILE_STATUS DELIMITED BY SIZE
               INTO WS_RPT_SKIPPED_TEXT
               WRITE DEMO_INTEGRITY_REPORT_RECORD
                   FROM WS_RPT_SKIPPED_LINE
               ADD 1 TO WS_CHECKS_SKIPPED
           ELSE
               MOVE 'N' TO WS_EOF
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_FILE_REGISTER
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           PERFORM B4610_CHECK_ONE_REGISTER_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_FILE_REGISTER
           END-IF

           PERFORM B4090_END_CHECK.

           EXIT.

       B4610_CHECK_ONE_REGISTER_LINE.
           MOVE REGISTER_FILE_PATH TO DB_FILE_PATH

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_run_stats
               WHERE file_path = :DB_FILE_PATH
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_ROW_COUNT = ZERO
               ADD 1 TO WS_CHECK_FINDINGS
               IF WS_CHECK_FINDINGS <= WS_DETAIL_LIMIT
                   MOVE REGISTER_FILE_PATH TO WS_RPT_PATH_TEXT
                   MOVE REGISTER_RUN_DATE TO WS_RPT_PATH_DATE
                   WRITE DEMO_INTEGRITY_REPORT_RECORD
                       FROM WS_RPT_PATH_LINE
               END-IF
           END-IF.

           EXIT.

       *> CHECK BOOKKEEPING

       B4010_START_CHECK.
           MOVE ZERO TO WS_CHECK_FINDINGS
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_CHECK_LINE.

           EXIT.

       *> one finding from the row just fetched - listed while the
       *> check is under its detail limit, counted regardless
       B4020_RECORD_FINDING.
           ADD 1 TO WS_CHECK_FINDINGS
           IF WS_CHECK_FINDINGS <= WS_DETAIL_LIMIT
               MOVE DB_DATE TO WS_RPT_FIND_DATE
               MOVE DB_STRING TO WS_RPT_FIND_TEXT
               MOVE DB_SOURCE_SYSTEM TO WS_RPT_FIND_SOURCE
               MOVE DB_RUN_ID TO WS_RPT_FIND_RUN_ID
               WRITE DEMO_INTEGRITY_REPORT_RECORD
                   FROM WS_RPT_FINDING_LINE
           END-IF.

           EXIT.

       B4090_END_CHECK.
           IF WS_CHECK_FINDINGS > WS_DETAIL_LIMIT
               COMPUTE WS_RPT_MORE_COUNT
                   = WS_CHECK_FINDINGS - WS_DETAIL_LIMIT
               WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_MORE_LINE
           END-IF
           MOVE WS_CHECK_FINDINGS TO WS_RPT_CHECK_TOTAL
           WRITE DEMO_INTEGRITY_REPORT_RECORD
               FROM WS_RPT_CHECK_TOTAL_LINE
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           ADD WS_CHECK_FINDINGS TO WS_TOTAL_FINDINGS.

           EXIT.

       *> THE VERDICT

       *> any finding is a finding - there is no tolerance on the
       *> stores disagreeing. A check that couldn't run (its file
       *> missing) is said so on the report but isn't a finding.
       B5010_SET_VERDICT.
           IF WS_TOTAL_FINDINGS > ZERO
               SET WS_INTEGRITY_FINDINGS TO TRUE
               MOVE 1 TO RETURN-CODE
           ELSE
               SET WS_INTEGRITY_CLEAN TO TRUE
           END-IF.

           EXIT.

       B5020_WRITE_VERDICT.
           MOVE WS_INTEGRITY_VERDICT TO WS_RPT_VERDICT
           MOVE WS_TOTAL_FINDINGS TO WS_RPT_TOTAL_FINDINGS
           WRITE DEMO_INTEGRITY_REPORT_RECORD FROM WS_RPT_VERDICT_LINE
           CLOSE DEMO_INTEGRITY_REPORT

           DISPLAY "=== DEMO INTEGRITY SWEEP ==="
           DISPLAY "XREF ENTRIES EXAMINED: " WS_ENTRIES_EXAMINED
           DISPLAY "CHECKS SKIPPED:        " WS_CHECKS_SKIPPED
           DISPLAY "TOTAL FINDINGS:        " WS_TOTAL_FINDINGS
           DISPLAY "VERDICT:               " WS_INTEGRITY_VERDICT
           IF WS_INTEGRITY_FINDINGS
               DISPLAY "*** STORES DISAGREE - SEE "
                   "DEMO_INTEGRITY_REPORT.TXT ***"
           END-IF.

           EXIT.

       B5025_WRITE_STATUS_FILE.
           MOVE WS_INTEGRITY_VERDICT TO WS_STATUS_VERDICT
           MOVE WS_CURRENT_DATE TO WS_STATUS_DATE
           MOVE WS_TOTAL_FINDINGS TO WS_STATUS_FINDINGS

           OPEN OUTPUT DEMO_INTEGRITY_STATUS
           WRITE DEMO_INTEGRITY_STATUS_RECORD FROM WS_STATUS_LINE
           CLOSE DEMO_INTEGRITY_STATUS.

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

           PERFORM B9101_STALE_XREF_DISPOSITION_IS_A_FINDING.
           PERFORM B9102_XREF_WITH_NO_AUDIT_IS_A_FINDING.
           PERFORM B9103_ANY_FINDING_SETS_THE_RETURN_CODE.

           EXIT.

       B9101_STALE_XREF_DISPOSITION_IS_A_FINDING.
           DISPLAY 'AN XREF ENTRY BEHIND THE AUDIT TRAIL IS A FINDING'.

           MOVE "INSERTED" TO XREF_DISPOSITION.
           MOVE "REVERSED" TO WS_LATEST_ACTION.
           SET WS_LATEST_FOUND_TRUE TO TRUE.
           PERFORM B4320_COMPARE_DISPOSITION.

           DISPLAY "EXPECTED: F XREF INSERTED AUDIT REVERSED".
           DISPLAY "ACTUAL:   " WS_DISPOSITION_AGREES " "
               WS_RPT_FIND_NOTE.
           IF WS_DISPOSITION_AGREES_FALSE
                   AND WS_RPT_FIND_NOTE
                       = "XREF INSERTED AUDIT REVERSED"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "REVERSED" TO XREF_DISPOSITION.
           PERFORM B4320_COMPARE_DISPOSITION.

           DISPLAY "EXPECTED: T".
           DISPLAY "ACTUAL:   " WS_DISPOSITION_AGREES.
           IF WS_DISPOSITION_AGREES_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_XREF_WITH_NO_AUDIT_IS_A_FINDING.
           DISPLAY 'AN XREF ENTRY WITH NO AUDIT ROW IS A FINDING'.

           MOVE "HOLD-RELEASED" TO XREF_DISPOSITION.
           MOVE SPACES TO WS_LATEST_ACTION.
           SET WS_LATEST_FOUND_FALSE TO TRUE.
           PERFORM B4320_COMPARE_DISPOSITION.

           DISPLAY "EXPECTED: F XREF HOLD-RELEASED, NO AUDIT ROW".
           DISPLAY "ACTUAL:   " WS_DISPOSITION_AGREES " "
               WS_RPT_FIND_NOTE.
           IF WS_DISPOSITION_AGREES_FALSE
                   AND WS_RPT_FIND_NOTE
                       = "XREF HOLD-RELEASED, NO AUDIT ROW"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_ANY_FINDING_SETS_THE_RETURN_CODE.
           DISPLAY 'ONE FINDING FAILS THE SWEEP'.

           MOVE 1 TO WS_TOTAL_FINDINGS.
           PERFORM B5010_SET_VERDICT.

           DISPLAY "EXPECTED: FINDINGS  RC 1".
           DISPLAY "ACTUAL:   " WS_INTEGRITY_VERDICT " RC "
               RETURN-CODE.
           IF WS_INTEGRITY_FINDINGS AND RETURN-CODE = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS_TOTAL_FINDINGS.
           PERFORM B5010_SET_VERDICT.

           DISPLAY "EXPECTED: CLEAN     RC 0".
           DISPLAY "ACTUAL:   " WS_INTEGRITY_VERDICT " RC "
               RETURN-CODE.
           IF WS_INTEGRITY_CLEAN AND RETURN-CODE = 0
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

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
