       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-ASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the reconstruction itself - what was replayed, what the
           *> trail couldn't say, and every row as it stood
           SELECT DEMO_ASOF_REPORT ASSIGN TO WS_ASOF_REPORT_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> the same rows in the DEMO-REPORT page layout, for laying
           *> beside the DEMO_REPORT.TXT generation issued that day
           SELECT DEMO_ASOF_SNAPSHOT ASSIGN TO WS_ASOF_SNAPSHOT_PATH
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

       FD DEMO_ASOF_REPORT.
           01 DEMO_ASOF_REPORT_RECORD       PIC X(72).

       FD DEMO_ASOF_SNAPSHOT.
           01 DEMO_ASOF_SNAPSHOT_RECORD     PIC X(72).

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
       *> This program answers the dispute question "what did
       *> demo_table say as of that run?" - DEMO-LIFECYCLE tells one
       *> record's story and DEMO-RUNINQ one run's, this tells the
       *> whole table's at one moment. Given an as-of run id (or any
       *> YYYYMMDDHHMMSS timestamp, or a YYYYMMDD date meaning the
       *> end of that day) it replays demo_audit in the order things
       *> happened - rows inserted (file loads, manual entries,
       *> pending and held releases), 'C' reversals and
       *> replacements, archiving, DEMO-BACKOUT backouts and
       *> DEMO-REVIEW removals - up to and including that moment,
       *> and writes the rebuilt row set to
       *> out/DEMO_ASOF_<as-of>.TXT with what was replayed and what
       *> the trail could not say. With SNAPSHOT it also writes the
       *> rows for one report date (default the as-of day) or a
       *> date range in the DEMO-REPORT layout to
       *> out/DEMO_ASOF_<as-of>_REPORT.TXT, so it lays side by side
       *> with the DEMO_REPORT.TXT generation issued that day.
       *> Backouts, hold releases and review removals are placed by
       *> the time stamped on their audit row; rows written before
       *> that stamp existed fall back to the run id and are counted
       *> on the report, as are replacements with no record of the
       *> string they overwrote and rows with no amount on the
       *> trail. Read-only - nothing on the database changes.

       *> example argument usage:

       *> the table as of the 03:00 run on the 14th
       *>      ./demo_asof 20260914030000

       *> ... plus the DEMO-REPORT page for the 14th
       *>      ./demo_asof 20260914030000 SNAPSHOT

       *> ... or for a date range as of the end of the 14th
       *>      ./demo_asof 20260914 SNAPSHOT 20260901 20260914

       *> for running only unit tests
       *>      ./demo_asof TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_asof TEST
       *>      ./demo_asof TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.
       01 WS_PARAMS_ASOF                   PIC X(14) VALUE SPACES.
       01 WS_PARAMS_SNAPSHOT               PIC X(08) VALUE SPACES.
           88 WS_PARAMS_SNAPSHOT_WANTED        VALUE 'SNAPSHOT'.
       01 WS_PARAMS_FROM_DATE              PIC X(08) VALUE SPACES.
       01 WS_PARAMS_TO_DATE                PIC X(08) VALUE SPACES.

       01 WS_ASOF_REPORT_PATH              PIC X(100) VALUE SPACES.
       01 WS_ASOF_SNAPSHOT_PATH            PIC X(100) VALUE SPACES.

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

       *> the rebuilt row set, held in report order (date, string,
       *> source) - each row is slotted into place as its insertion
       *> is replayed (B7000_INSERT_ROW) and taken out again when a
       *> reversal, backout or review removes it. An archived row
       *> stays, marked 'A', since DEMO-REPORT still shows it. The
       *> provider's transaction reference rides along - two live
       *> rows can share date, string and source, and only the
       *> reference tells them apart.
       01  WS_ROW_TABLE_MAX                PIC 9(05) VALUE 10000.
       01  WS_ROW_COUNT                    PIC 9(05) VALUE ZERO.
       01  WS_ROW_TABLE.
           05  WS_ROW_ENTRY OCCURS 10000 TIMES.
               10  WS_ROW_DATE              PIC X(10).
               10  WS_ROW_TEXT              PIC X(12).
               10  WS_ROW_SOURCE            PIC X(03).
               10  WS_ROW_RUN_ID            PIC X(14).
               10  WS_ROW_AMOUNT            PIC 9(09).
               10  WS_ROW_STATE             PIC X(01).
               10  WS_ROW_PROVIDER_REF      PIC X(20).
       01  WS_ROW_IDX                      PIC 9(05) VALUE ZERO.
       01  WS_ROW_SLOT                     PIC 9(05) VALUE ZERO.
       01  WS_ROW_SHIFT_IDX                PIC 9(05) VALUE ZERO.
       01  WS_ROW_MATCH_IDX                PIC 9(05) VALUE ZERO.
       01  WS_ROW_TABLE_FULL               PIC X(01) VALUE 'F'.
           88  WS_ROW_TABLE_FULL_FALSE         VALUE 'F'.
           88  WS_ROW_TABLE_FULL_TRUE          VALUE 'T'.

       *> the row being inserted, or looked for - a blank source,
       *> run id or reference on a lookup matches any
       01  WS_NEW_ROW.
           05  WS_NEW_ROW_DATE              PIC X(10).
           05  WS_NEW_ROW_TEXT              PIC X(12).
           05  WS_NEW_ROW_SOURCE            PIC X(03).
           05  WS_NEW_ROW_RUN_ID            PIC X(14).
           05  WS_NEW_ROW_AMOUNT            PIC 9(09).
           05  WS_NEW_ROW_STATE             PIC X(01).
           05  WS_NEW_ROW_PROVIDER_REF      PIC X(20).
       01  WS_FIND_DATE                    PIC X(10) VALUE SPACES.
       01  WS_FIND_TEXT                    PIC X(12) VALUE SPACES.
       01  WS_FIND_SOURCE                  PIC X(03) VALUE SPACES.
       01  WS_FIND_RUN_ID                  PIC X(14) VALUE SPACES.
       01  WS_FIND_PROVIDER_REF            PIC X(20) VALUE SPACES.

       *> what was replayed, by action
       01  WS_REPLAY_COUNTS.
           05  WS_CNT_EVENTS                PIC 9(07) VALUE ZERO.
           05  WS_CNT_INSERTED              PIC 9(07) VALUE ZERO.
           05  WS_CNT_MANUAL                PIC 9(07) VALUE ZERO.
           05  WS_CNT_HOLD_RELEASED         PIC 9(07) VALUE ZERO.
           05  WS_CNT_REVERSED              PIC 9(07) VALUE ZERO.
           05  WS_CNT_REPLACED              PIC 9(07) VALUE ZERO.
           05  WS_CNT_ARCHIVED              PIC 9(07) VALUE ZERO.
           05  WS_CNT_BACKED_OUT            PIC 9(07) VALUE ZERO.
           05  WS_CNT_REVIEW_REMOVED        PIC 9(07) VALUE ZERO.

       *> what the trail couldn't say
       01  WS_EXCEPTION_COUNTS.
           05  WS_CNT_NOT_FOUND             PIC 9(07) VALUE ZERO.
           05  WS_CNT_NO_PRIOR_TEXT         PIC 9(07) VALUE ZERO.
           05  WS_CNT_UNSTAMPED             PIC 9(07) VALUE ZERO.
           05  WS_CNT_NO_AMOUNT             PIC 9(07) VALUE ZERO.
           05  WS_CNT_ROWS_DROPPED          PIC 9(07) VALUE ZERO.

       *> the outcome
       01  WS_LIVE_COUNT                   PIC 9(07) VALUE ZERO.
       01  WS_LIVE_AMOUNT                  PIC 9(12) VALUE ZERO.
       01  WS_ARCHIVED_COUNT               PIC 9(07) VALUE ZERO.
       01  WS_MANUAL_TALLY                 PIC 9(02) VALUE ZERO.

       *> the reconstruction report
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(35) VALUE
                   "DEMO POINT-IN-TIME RECONSTRUCTION".
           05  FILLER                 PIC X(19) VALUE SPACES.
       01  WS_RPT_ASOF_LINE.
           05  FILLER                 PIC X(07) VALUE "AS OF: ".
           05  WS_RPT_ASOF_TS         PIC X(14).
           05  FILLER                 PIC X(14) VALUE
                   "    PRODUCED: ".
           05  WS_RPT_PRODUCED_TS     PIC X(14).
           05  FILLER                 PIC X(23) VALUE SPACES.
       01  WS_RPT_COUNT_LINE.
           05  WS_RPT_COUNT_LABEL     PIC X(40).
           05  WS_RPT_COUNT_VALUE     PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.
       01  WS_RPT_AMOUNT_LINE.
           05  FILLER                 PIC X(40) VALUE
                   "AMOUNT ON DEMO_TABLE AS OF".
           05  WS_RPT_AMOUNT_VALUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  WS_RPT_NOTE_LINE.
           05  FILLER                 PIC X(06) VALUE "NOTE: ".
           05  WS_RPT_NOTE_TEXT       PIC X(66).
       01  WS_RPT_COLUMN_LINE.
           05  FILLER                 PIC X(12) VALUE "REPORT DATE".
           05  FILLER                 PIC X(14) VALUE "STRING".
           05  FILLER                 PIC X(04) VALUE "SRC".
           05  FILLER                 PIC X(16) VALUE "LOADED BY RUN".
           05  FILLER                 PIC X(14) VALUE
                   "        AMOUNT".
           05  FILLER                 PIC X(12) VALUE SPACES.
       01  WS_RPT_RULE_LINE.
           05  FILLER                 PIC X(64) VALUE ALL "-".
           05  FILLER                 PIC X(08) VALUE SPACES.
       01  WS_RPT_ROW_LINE.
           05  WS_RPT_ROW_DATE        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_ROW_TEXT        PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_ROW_SOURCE      PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_ROW_RUN_ID      PIC X(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_ROW_AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_ROW_FLAG        PIC X(03).
           05  FILLER                 PIC X(08) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.
       01  WS_MONEY_WORK                   PIC 9(10)V99 VALUE ZERO.

       *> the snapshot - DEMO-REPORT's own page layout, line for
       *> line, so the two files compare directly
       01  WS_SNAP_FROM_DATE               PIC X(10) VALUE SPACES.
       01  WS_SNAP_TO_DATE                 PIC X(10) VALUE SPACES.
       01  WS_SNAP_ROLLUP                  PIC X(01) VALUE 'F'.
           88  WS_SNAP_ROLLUP_FALSE            VALUE 'F'.
           88  WS_SNAP_ROLLUP_TRUE             VALUE 'T'.
       01  WS_SNAP_COUNTER                 PIC 9(05) VALUE ZERO.
       01  WS_SNAP_STRING_COUNTER_TOTAL    PIC 9(07) VALUE ZERO.
       01  WS_SNAP_AMOUNT_TOTAL            PIC 9(12) VALUE ZERO.
       01  WS_SNAP_ARCHIVED_COUNT          PIC 9(05) VALUE ZERO.
       01  WS_SNAP_PRIOR_DATE              PIC X(10) VALUE SPACES.
       01  WS_SNAP_DAY_COUNTER             PIC 9(05) VALUE ZERO.
       01  WS_SNAP_SWITCH_TOTALS.
           05  WS_SNAP_SWITCH_COUNT_A       PIC 9(05) VALUE ZERO.
           05  WS_SNAP_SWITCH_COUNT_B       PIC 9(05) VALUE ZERO.
           05  WS_SNAP_SWITCH_COUNT_Z       PIC 9(05) VALUE ZERO.
           05  WS_SNAP_SWITCH_COUNT_OTHER   PIC 9(05) VALUE ZERO.
       01  WS_SNAP_SRC_TABLE_MAX           PIC 9(02) VALUE 10.
       01  WS_SNAP_SRC_COUNT               PIC 9(02) VALUE ZERO.
       01  WS_SNAP_SRC_TABLE.
           05  WS_SNAP_SRC_ENTRY OCCURS 10 TIMES.
               10  WS_SNAP_SRC_CODE         PIC X(03).
               10  WS_SNAP_SRC_RECORDS      PIC 9(05).
               10  WS_SNAP_SRC_COUNTER      PIC 9(07).
               10  WS_SNAP_SRC_SW_A         PIC 9(05).
               10  WS_SNAP_SRC_SW_B         PIC 9(05).
               10  WS_SNAP_SRC_SW_Z         PIC 9(05).
               10  WS_SNAP_SRC_SW_OTHER     PIC 9(05).
               10  WS_SNAP_SRC_AMOUNT       PIC 9(12).
       01  WS_SNAP_SRC_IDX                 PIC 9(02) VALUE ZERO.
       01  WS_SNAP_SRC_MATCH_IDX           PIC 9(02) VALUE ZERO.

       01  DEMO_REC.
           05 DEMO_DATE.
                   15 DEMO_DATE_YYYY PIC X(04).
                   15 DEMO_DATE_MM   PIC X(02).
                   15 DEMO_DATE_DD   PIC X(02).
           05 DEMO_STRING.
               10 DEMO_STRING_DAY              PIC X(02).
               10 DEMO_STRING_SWITCH         PIC X(01).
               10 DEMO_STRING_COUNTER        PIC 9(03).

       01  WS_SNAP_TITLE.
           05  FILLER                     PIC X(31) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "DEMO REPORT".
           05  FILLER                     PIC X(30) VALUE SPACES.
       01  WS_SNAP_SUBTITLE.
           05  FILLER                       PIC X(31) VALUE SPACES.
           05  WS_SNAP_SUBTITLE_DATE        PIC X(10).
           05  FILLER                       PIC X(31) VALUE SPACES.
       01  WS_SNAP_LINE_BREAK.
           05  WS_SNAP_LINE_BREAK_SPACES    PIC X(72) VALUE ALL SPACES.
           05  WS_SNAP_LINE_STARS           PIC X(72) VALUE ALL "*".
       01  WS_SNAP_DATA.
           05  WS_SNAP_DATA_DATE.
               10  WS_SNAP_DATA_DATE_MM     PIC X(02).
               10  FILLER                   PIC X(01) VALUE "/".
               10  WS_SNAP_DATA_DATE_DD     PIC X(02).
               10  FILLER                   PIC X(01) VALUE "/".
               10  WS_SNAP_DATA_DATE_YYYY   PIC X(04).
           05  FILLER                       PIC X(05) VALUE "  -  ".
           05  WS_SNAP_DATA_SWITCH          PIC X(01).
           05  FILLER                       PIC X(05) VALUE "  -  ".
           05  WS_SNAP_DATA_COUNTER         PIC X(03).
           05  FILLER                       PIC X(05) VALUE "  -  ".
           05  WS_SNAP_DATA_SOURCE          PIC X(03).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS_SNAP_DATA_ARCHIVE_FLAG    PIC X(03).
       01  WS_SNAP_SUMMARY.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "TOTAL RECORDS: ".
           05  WS_SNAP_SUMMARY_COUNT  PIC X(05).
       01  WS_SNAP_DAY_SUMMARY.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "DAY TOTAL RECS:".
           05  WS_SNAP_DAY_SUMMARY_COUNT PIC X(05).
       01  WS_SNAP_COUNTER_SUMMARY.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "COUNTER TOTAL: ".
           05  WS_SNAP_COUNTER_TOTAL  PIC X(07).
       01  WS_SNAP_AMOUNT_SUMMARY.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "AMOUNT TOTAL:  ".
           05  WS_SNAP_AMOUNT_TOTAL_TEXT PIC X(12).
           05  FILLER                 PIC X(15) VALUE SPACES.
       01  WS_SNAP_SWITCH_SUMMARY.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SWITCH A: ".
           05  WS_SNAP_SWITCH_A       PIC X(05).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SWITCH B: ".
           05  WS_SNAP_SWITCH_B       PIC X(05).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SWITCH Z: ".
           05  WS_SNAP_SWITCH_Z       PIC X(05).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "OTHER:    ".
           05  WS_SNAP_SWITCH_OTHER   PIC X(05).
       01  WS_SNAP_SOURCE_SUMMARY.
           05  FILLER                 PIC X(08) VALUE "SOURCE: ".
           05  WS_SNAP_SRC_LINE_CODE  PIC X(03).
           05  FILLER                 PIC X(06) VALUE " RECS ".
           05  WS_SNAP_SRC_LINE_RECORDS PIC X(05).
           05  FILLER                 PIC X(06) VALUE " CNTR ".
           05  WS_SNAP_SRC_LINE_COUNTER PIC X(07).
           05  FILLER                 PIC X(03) VALUE " A ".
           05  WS_SNAP_SRC_LINE_SW_A  PIC X(05).
           05  FILLER                 PIC X(03) VALUE " B ".
           05  WS_SNAP_SRC_LINE_SW_B  PIC X(05).
           05  FILLER                 PIC X(03) VALUE " Z ".
           05  WS_SNAP_SRC_LINE_SW_Z  PIC X(05).
           05  FILLER                 PIC X(03) VALUE " O ".
           05  WS_SNAP_SRC_LINE_SW_OTHER PIC X(05).
       01  WS_SNAP_SOURCE_AMOUNT_LINE.
           05  FILLER                 PIC X(08) VALUE "SOURCE: ".
           05  WS_SNAP_SRCAMT_CODE    PIC X(03).
           05  FILLER                 PIC X(09) VALUE " AMOUNT  ".
           05  WS_SNAP_SRCAMT_VALUE   PIC X(12).
           05  FILLER                 PIC X(40) VALUE SPACES.
       01  WS_SNAP_ARCHIVE_FOOTNOTE.
           05  FILLER                 PIC X(42) VALUE
                   "(A) = ROW RETRIEVED FROM DEMO_TABLE_HISTOR".
           05  FILLER                 PIC X(30) VALUE
                   "Y (ARCHIVED PERIOD)           ".
       01  WS_SNAP_ASOF_FOOTNOTE.
           05  FILLER                 PIC X(33) VALUE
                   "REBUILT FROM DEMO_AUDIT AS OF RUN".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_SNAP_ASOF_TS        PIC X(14).
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  WS_SNAP_LINES_PER_PAGE         PIC 9(03) VALUE 20.
       01  WS_SNAP_LINES_ON_PAGE          PIC 9(03) VALUE ZERO.
       01  WS_SNAP_PAGE_NUMBER            PIC 9(03) VALUE 1.
       01  WS_SNAP_PAGE_FOOTER.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "PAGE: ".
           05  WS_SNAP_PAGE_FOOTER_NUM PIC X(03).
           05  FILLER                 PIC X(33) VALUE SPACES.

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
                   "DEMO-ASOF".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  WS_ASOF_TS              PIC X(14).
       01  DB_EVENT_TS             PIC X(14).
       01  DB_RUN_ID               PIC X(14).
       01  DB_ACTION               PIC X(20).
       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT               PIC 9(09).
       01  DB_AMOUNT_KNOWN         PIC X(01).
       01  DB_PRIOR_TEXT           PIC X(12).
       01  DB_FILE_PATH            PIC X(100).
       01  DB_STAMPED              PIC X(01).
       01  DB_PROVIDER_REF         PIC X(20).
       01  DB_LATER_COUNT          PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       *> end ocesql declaration

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           PERFORM B3060_DETERMINE_DB_PROFILE.

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

           IF NOT WS_PARAMS_TEST

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B4010_SET_ASOF_POINT
           PERFORM B3100_CONNECT

           *> GENERAL LOGIC
           PERFORM B4100_REPLAY_AUDIT_TRAIL
           PERFORM B4200_COUNT_LATER_EVENTS
           PERFORM B3900_DISCONNECT

           PERFORM B5000_WRITE_ASOF_REPORT
           IF WS_PARAMS_SNAPSHOT_WANTED
               PERFORM B6000_WRITE_SNAPSHOT
           END-IF

           *> FINISH UP
           DISPLAY "=== DEMO POINT-IN-TIME RECONSTRUCTION ==="
           DISPLAY "AS OF:              " WS_ASOF_TS
           DISPLAY "EVENTS REPLAYED:    " WS_CNT_EVENTS
           DISPLAY "LATER EVENTS:       " DB_LATER_COUNT
           DISPLAY "ROWS ON DEMO_TABLE: " WS_LIVE_COUNT
           DISPLAY "ROWS IN ARCHIVE:    " WS_ARCHIVED_COUNT
           DISPLAY "REPORT:             " WS_ASOF_REPORT_PATH
           IF WS_PARAMS_SNAPSHOT_WANTED
               DISPLAY "SNAPSHOT:           " WS_ASOF_SNAPSHOT_PATH
           END-IF
           IF WS_ROW_TABLE_FULL_TRUE
               DISPLAY "*** ROW TABLE FULL - RECONSTRUCTION "
                   "INCOMPLETE ***"
               MOVE 1 TO RETURN-CODE
           END-IF

           EXIT.

       *> reads each command-line argument individually by position -
       *> argument 1 is the as-of point (or the TEST switch/name
       *> token), 2 the optional SNAPSHOT switch, 3 and 4 the
       *> snapshot's optional report date or date range
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

           IF WS_PARAMS_ARG_COUNT > ZERO
               MOVE 1 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               IF WS_PARAMS_ARG_VALUE(1:4) = 'TEST'
                   MOVE WS_PARAMS_ARG_VALUE(1:4)
                       TO WS_PARAMS_TEST_SWITCH
                   MOVE WS_PARAMS_ARG_VALUE(5:25)
                       TO WS_PARAMS_TEST_NAME
               ELSE
                   MOVE WS_PARAMS_ARG_VALUE(1:14) TO WS_PARAMS_ASOF
               END-IF
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_SNAPSHOT
           END-IF

           IF WS_PARAMS_ARG_COUNT > 2
               MOVE 3 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_FROM_DATE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 3
               MOVE 4 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_TO_DATE
           END-IF.

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

       *> SETUP

       *> a full run id/timestamp is taken as given; a bare date means
       *> the end of that day. The snapshot's report date defaults to
       *> the as-of day, the day DEMO-REPORT would have been run for.
       B4010_SET_ASOF_POINT.
           IF WS_PARAMS_ASOF(9:6) = SPACES
               MOVE "235959" TO WS_PARAMS_ASOF(9:6)
           END-IF

           IF WS_PARAMS_ASOF NOT NUMERIC
               DISPLAY "USAGE: demo_asof <YYYYMMDDHHMMSS|YYYYMMDD> "
                   "[SNAPSHOT [FROM-DATE [TO-DATE]]]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_PARAMS_ASOF TO WS_ASOF_TS

           IF WS_PARAMS_FROM_DATE NOT NUMERIC
               MOVE WS_ASOF_TS(1:8) TO WS_PARAMS_FROM_DATE
           END-IF
           IF WS_PARAMS_TO_DATE NOT NUMERIC
               MOVE WS_PARAMS_FROM_DATE TO WS_PARAMS_TO_DATE
           END-IF
           IF WS_PARAMS_TO_DATE = WS_PARAMS_FROM_DATE
               SET WS_SNAP_ROLLUP_FALSE TO TRUE
           ELSE
               SET WS_SNAP_ROLLUP_TRUE TO TRUE
           END-IF

           MOVE SPACES TO WS_SNAP_FROM_DATE
           STRING WS_PARAMS_FROM_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_FROM_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_FROM_DATE(7:2) DELIMITED BY SIZE
           INTO WS_SNAP_FROM_DATE
           MOVE SPACES TO WS_SNAP_TO_DATE
           STRING WS_PARAMS_TO_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_TO_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_TO_DATE(7:2) DELIMITED BY SIZE
           INTO WS_SNAP_TO_DATE

           MOVE SPACES TO WS_ASOF_REPORT_PATH
           STRING "../src/resources/out/DEMO_ASOF_" DELIMITED BY SIZE,
               WS_ASOF_TS DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_ASOF_REPORT_PATH
           MOVE SPACES TO WS_ASOF_SNAPSHOT_PATH
           STRING "../src/resources/out/DEMO_ASOF_" DELIMITED BY SIZE,
               WS_ASOF_TS DELIMITED BY SIZE,
               "_REPORT.TXT" DELIMITED BY SIZE
           INTO WS_ASOF_SNAPSHOT_PATH.

           EXIT.

       *> REPLAY

       *> every audit row that changed what demo_table held, up to
       *> the as-of point, in the order it happened. An event's time
       *> is the stamp a later job put on it (backout, hold release,
       *> review removal), otherwise the run id that wrote it; within
       *> one run the archive step ran before the file, and the
       *> file's records ran in record order. Rows written before
       *> the audit trail carried the source fall back to the source
       *> the run recorded for the file.
       B4100_REPLAY_AUDIT_TRAIL.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT COALESCE(a.event_ts, a.run_id), a.run_id,
                          a.action, a.record_date, a.record_text,
                          COALESCE(a.source_system, s.source_system,
                                   'PRI'),
                          COALESCE(a.amount, 0),
                          CASE WHEN a.amount IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(a.prior_text, ' '),
                          a.file_path,
                          CASE WHEN a.event_ts IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(a.provider_ref, ' ')
                   FROM demo_audit a
                   LEFT JOIN demo_run_stats s
                     ON s.run_id = a.run_id
                    AND s.file_path = a.file_path
                   WHERE a.action IN ('INSERTED', 'HOLD-RELEASED',
                                      'REVERSED', 'REPLACED',
                                      'ARCHIVED', 'BACKED-OUT',
                                      'REVIEW-REMOVED')
                     AND COALESCE(a.event_ts, a.run_id)
                             <= :WS_ASOF_TS
                   ORDER BY COALESCE(a.event_ts, a.run_id),
                            a.run_id,
                            CASE WHEN a.action = 'ARCHIVED'
                                 THEN 0 ELSE 1 END,
                            a.file_path, a.record_number
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_EVENT_TS, :DB_RUN_ID, :DB_ACTION,
                                 :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                                 :DB_AMOUNT_KNOWN, :DB_PRIOR_TEXT,
                                 :DB_FILE_PATH, :DB_STAMPED,
                                 :DB_PROVIDER_REF
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   PERFORM B4110_APPLY_EVENT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> one audit row's effect on the rebuilt table. A row the
       *> event should have found but didn't is counted, not fatal -
       *> the trail is replayed as written and the report says where
       *> it didn't hold together.
       B4110_APPLY_EVENT.
           ADD 1 TO WS_CNT_EVENTS
           MOVE DB_DATE TO WS_FIND_DATE
           MOVE DB_STRING TO WS_FIND_TEXT
           MOVE DB_SOURCE_SYSTEM TO WS_FIND_SOURCE
           MOVE SPACES TO WS_FIND_RUN_ID
           MOVE DB_PROVIDER_REF TO WS_FIND_PROVIDER_REF

           EVALUATE DB_ACTION
               WHEN "INSERTED"
                   ADD 1 TO WS_CNT_INSERTED
                   MOVE ZERO TO WS_MANUAL_TALLY
                   INSPECT DB_FILE_PATH TALLYING WS_MANUAL_TALLY
                       FOR ALL "DEMO_MANUAL_"
                   IF WS_MANUAL_TALLY > ZERO
                       ADD 1 TO WS_CNT_MANUAL
                   END-IF
                   PERFORM B4120_ADD_EVENT_ROW
               WHEN "HOLD-RELEASED"
                   ADD 1 TO WS_CNT_HOLD_RELEASED
                   IF DB_STAMPED = 'N'
                       ADD 1 TO WS_CNT_UNSTAMPED
                   END-IF
                   PERFORM B4120_ADD_EVENT_ROW
               WHEN "REVERSED"
                   ADD 1 TO WS_CNT_REVERSED
                   PERFORM B4130_REMOVE_EVENT_ROW
               WHEN "REVIEW-REMOVED"
                   ADD 1 TO WS_CNT_REVIEW_REMOVED
                   PERFORM B4130_REMOVE_EVENT_ROW
               WHEN "BACKED-OUT"
                   *> a backout takes exactly the rows its run loaded
                   ADD 1 TO WS_CNT_BACKED_OUT
                   IF DB_STAMPED = 'N'
                       ADD 1 TO WS_CNT_UNSTAMPED
                   END-IF
                   MOVE SPACES TO WS_FIND_SOURCE
                   MOVE DB_RUN_ID TO WS_FIND_RUN_ID
                   PERFORM B4130_REMOVE_EVENT_ROW
               WHEN "REPLACED"
                   ADD 1 TO WS_CNT_REPLACED
                   PERFORM B4140_REPLACE_EVENT_ROW
               WHEN "ARCHIVED"
                   ADD 1 TO WS_CNT_ARCHIVED
                   PERFORM B4150_ARCHIVE_EVENT_ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       B4120_ADD_EVENT_ROW.
           IF DB_AMOUNT_KNOWN = 'N'
               ADD 1 TO WS_CNT_NO_AMOUNT
           END-IF
           MOVE DB_DATE TO WS_NEW_ROW_DATE
           MOVE DB_STRING TO WS_NEW_ROW_TEXT
           MOVE DB_SOURCE_SYSTEM TO WS_NEW_ROW_SOURCE
           MOVE DB_RUN_ID TO WS_NEW_ROW_RUN_ID
           MOVE DB_AMOUNT TO WS_NEW_ROW_AMOUNT
           MOVE 'L' TO WS_NEW_ROW_STATE
           MOVE DB_PROVIDER_REF TO WS_NEW_ROW_PROVIDER_REF
           PERFORM B7000_INSERT_ROW.

           EXIT.

       B4130_REMOVE_EVENT_ROW.
           PERFORM B7010_FIND_LIVE_ROW
           IF WS_ROW_MATCH_IDX > ZERO
               PERFORM B7020_REMOVE_ROW
           ELSE
               ADD 1 TO WS_CNT_NOT_FOUND
           END-IF.

           EXIT.

       *> the replacement only changed the string - the row keeps its
       *> run, source and amount. Without the overwritten string on
       *> the audit row there is no telling which row it was.
       B4140_REPLACE_EVENT_ROW.
           IF DB_PRIOR_TEXT = SPACES
               ADD 1 TO WS_CNT_NO_PRIOR_TEXT
           ELSE
               MOVE DB_PRIOR_TEXT TO WS_FIND_TEXT
               PERFORM B7010_FIND_LIVE_ROW
               IF WS_ROW_MATCH_IDX > ZERO
                   MOVE WS_ROW_ENTRY(WS_ROW_MATCH_IDX) TO WS_NEW_ROW
                   MOVE DB_STRING TO WS_NEW_ROW_TEXT
                   PERFORM B7020_REMOVE_ROW
                   PERFORM B7000_INSERT_ROW
               ELSE
                   ADD 1 TO WS_CNT_NOT_FOUND
               END-IF
           END-IF.

           EXIT.

       *> archiving is by report date, so every live row with the
       *> date and string went to history - whichever source it came
       *> from
       B4150_ARCHIVE_EVENT_ROWS.
           MOVE SPACES TO WS_FIND_SOURCE
           PERFORM B7010_FIND_LIVE_ROW
           IF WS_ROW_MATCH_IDX = ZERO
               ADD 1 TO WS_CNT_NOT_FOUND
           END-IF
           PERFORM UNTIL WS_ROW_MATCH_IDX = ZERO
               MOVE 'A' TO WS_ROW_STATE(WS_ROW_MATCH_IDX)
               PERFORM B7010_FIND_LIVE_ROW
           END-PERFORM.

           EXIT.

       *> how much of the trail lies beyond the as-of point - the
       *> report says so, since "nothing changed after" and "lots
       *> changed after" read very differently in a dispute
       B4200_COUNT_LATER_EVENTS.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_LATER_COUNT
               FROM demo_audit
               WHERE action IN ('INSERTED', 'HOLD-RELEASED',
                                'REVERSED', 'REPLACED', 'ARCHIVED',
                                'BACKED-OUT', 'REVIEW-REMOVED')
                 AND COALESCE(event_ts, run_id) > :WS_ASOF_TS
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> REPORT WRITING

       B5000_WRITE_ASOF_REPORT.
           OPEN OUTPUT DEMO_ASOF_REPORT
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_TITLE
           MOVE WS_ASOF_TS TO WS_RPT_ASOF_TS
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_RPT_PRODUCED_TS
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_ASOF_LINE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_BLANK_LINE

           MOVE "AUDIT EVENTS REPLAYED" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_EVENTS TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS INSERTED" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_INSERTED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "    OF WHICH MANUAL ENTRIES" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_MANUAL TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  HELD ROWS RELEASED" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_HOLD_RELEASED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS REVERSED ('C')" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_REVERSED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS REPLACED ('C')" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_REPLACED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS ARCHIVED" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_ARCHIVED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS BACKED OUT (DEMO-BACKOUT)" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_BACKED_OUT TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "  ROWS REMOVED ON REVIEW" TO WS_RPT_COUNT_LABEL
           MOVE WS_CNT_REVIEW_REMOVED TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE "LATER EVENTS NOT REPLAYED" TO WS_RPT_COUNT_LABEL
           MOVE DB_LATER_COUNT TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_BLANK_LINE

           PERFORM B5010_TOTAL_REBUILT_ROWS
           MOVE "ROWS ON DEMO_TABLE AS OF" TO WS_RPT_COUNT_LABEL
           MOVE WS_LIVE_COUNT TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           MOVE WS_LIVE_AMOUNT TO WS_MONEY_WORK
           DIVIDE 100 INTO WS_MONEY_WORK
           MOVE WS_MONEY_WORK TO WS_RPT_AMOUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_AMOUNT_LINE
           MOVE "ROWS IN ARCHIVE (DEMO_TABLE_HISTORY)"
               TO WS_RPT_COUNT_LABEL
           MOVE WS_ARCHIVED_COUNT TO WS_RPT_COUNT_VALUE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_BLANK_LINE

           PERFORM B5020_WRITE_EXCEPTION_NOTES

           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COLUMN_LINE
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_RULE_LINE
           MOVE ZERO TO WS_ROW_IDX
           PERFORM UNTIL WS_ROW_IDX >= WS_ROW_COUNT
               ADD 1 TO WS_ROW_IDX
               MOVE WS_ROW_DATE(WS_ROW_IDX) TO WS_RPT_ROW_DATE
               MOVE WS_ROW_TEXT(WS_ROW_IDX) TO WS_RPT_ROW_TEXT
               MOVE WS_ROW_SOURCE(WS_ROW_IDX) TO WS_RPT_ROW_SOURCE
               MOVE WS_ROW_RUN_ID(WS_ROW_IDX) TO WS_RPT_ROW_RUN_ID
               MOVE WS_ROW_AMOUNT(WS_ROW_IDX) TO WS_MONEY_WORK
               DIVIDE 100 INTO WS_MONEY_WORK
               MOVE WS_MONEY_WORK TO WS_RPT_ROW_AMOUNT
               IF WS_ROW_STATE(WS_ROW_IDX) = 'A'
                   MOVE "(A)" TO WS_RPT_ROW_FLAG
               ELSE
                   MOVE SPACES TO WS_RPT_ROW_FLAG
               END-IF
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_ROW_LINE
           END-PERFORM
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_RULE_LINE
           IF WS_ARCHIVED_COUNT > ZERO
               WRITE DEMO_ASOF_REPORT_RECORD
                   FROM WS_SNAP_ARCHIVE_FOOTNOTE
           END-IF

           CLOSE DEMO_ASOF_REPORT.

           EXIT.

       B5010_TOTAL_REBUILT_ROWS.
           MOVE ZERO TO WS_LIVE_COUNT
           MOVE ZERO TO WS_LIVE_AMOUNT
           MOVE ZERO TO WS_ARCHIVED_COUNT
           MOVE ZERO TO WS_ROW_IDX

           PERFORM UNTIL WS_ROW_IDX >= WS_ROW_COUNT
               ADD 1 TO WS_ROW_IDX
               IF WS_ROW_STATE(WS_ROW_IDX) = 'A'
                   ADD 1 TO WS_ARCHIVED_COUNT
               ELSE
                   ADD 1 TO WS_LIVE_COUNT
                   ADD WS_ROW_AMOUNT(WS_ROW_IDX) TO WS_LIVE_AMOUNT
               END-IF
           END-PERFORM.

           EXIT.

       *> only the notes that apply - a clean replay has none
       B5020_WRITE_EXCEPTION_NOTES.
           IF WS_ROW_TABLE_FULL_TRUE
               MOVE "ROW TABLE FULL - RECONSTRUCTION INCOMPLETE"
                   TO WS_RPT_NOTE_TEXT
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_NOTE_LINE
               MOVE "  ROWS NOT HELD" TO WS_RPT_COUNT_LABEL
               MOVE WS_CNT_ROWS_DROPPED TO WS_RPT_COUNT_VALUE
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           END-IF
           IF WS_CNT_NOT_FOUND > ZERO
               MOVE "EVENTS WHOSE ROW WAS NOT ON THE TABLE AT THE TIME"
                   TO WS_RPT_NOTE_TEXT
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_NOTE_LINE
               MOVE "  EVENTS" TO WS_RPT_COUNT_LABEL
               MOVE WS_CNT_NOT_FOUND TO WS_RPT_COUNT_VALUE
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           END-IF
           IF WS_CNT_NO_PRIOR_TEXT > ZERO
               MOVE SPACES TO WS_RPT_NOTE_TEXT
               STRING "REPLACEMENTS WITH NO OVERWRITTEN STRING ON THE "
                       DELIMITED BY SIZE,
                   "TRAIL - NOT APPLIED" DELIMITED BY SIZE
               INTO WS_RPT_NOTE_TEXT
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_NOTE_LINE
               MOVE "  REPLACEMENTS" TO WS_RPT_COUNT_LABEL
               MOVE WS_CNT_NO_PRIOR_TEXT TO WS_RPT_COUNT_VALUE
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           END-IF
           IF WS_CNT_UNSTAMPED > ZERO
               MOVE SPACES TO WS_RPT_NOTE_TEXT
               STRING "BACKOUTS/RELEASES WITH NO TIME STAMP - "
                       DELIMITED BY SIZE,
                   "PLACED AT " DELIMITED BY SIZE,
                   "THE LOADING RUN" DELIMITED BY SIZE
               INTO WS_RPT_NOTE_TEXT
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_NOTE_LINE
               MOVE "  EVENTS" TO WS_RPT_COUNT_LABEL
               MOVE WS_CNT_UNSTAMPED TO WS_RPT_COUNT_VALUE
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           END-IF
           IF WS_CNT_NO_AMOUNT > ZERO
               MOVE "ROWS WITH NO AMOUNT ON THE TRAIL - SHOWN AS ZERO"
                   TO WS_RPT_NOTE_TEXT
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_NOTE_LINE
               MOVE "  ROWS" TO WS_RPT_COUNT_LABEL
               MOVE WS_CNT_NO_AMOUNT TO WS_RPT_COUNT_VALUE
               WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_COUNT_LINE
           END-IF
           WRITE DEMO_ASOF_REPORT_RECORD FROM WS_RPT_BLANK_LINE.

           EXIT.

       *> SNAPSHOT - DEMO-REPORT's page, built from the rebuilt rows
       *> instead of the live table: the same title, date subtitle
       *> (or per-day headers and subtotals for a range), 20 detail
       *> lines a page, summary, per-source lines, and archive
       *> footnote, plus one closing line saying where it came from

       B6000_WRITE_SNAPSHOT.
           OPEN OUTPUT DEMO_ASOF_SNAPSHOT
           PERFORM B6010_INITIALIZE_SNAPSHOT

           MOVE ZERO TO WS_ROW_IDX
           PERFORM UNTIL WS_ROW_IDX >= WS_ROW_COUNT
               ADD 1 TO WS_ROW_IDX
               IF WS_ROW_DATE(WS_ROW_IDX) >= WS_SNAP_FROM_DATE
                   AND WS_ROW_DATE(WS_ROW_IDX) <= WS_SNAP_TO_DATE
                   PERFORM B6020_WRITE_SNAPSHOT_ROW
               END-IF
           END-PERFORM

           IF WS_SNAP_ROLLUP_TRUE AND WS_SNAP_DAY_COUNTER > ZERO
               PERFORM B6040_WRITE_DAY_SUBTOTAL
           END-IF
           PERFORM B6050_WRITE_SNAPSHOT_SUMMARY

           CLOSE DEMO_ASOF_SNAPSHOT.

           EXIT.

       B6010_INITIALIZE_SNAPSHOT.
           MOVE ZERO TO WS_SNAP_LINES_ON_PAGE
           MOVE 1 TO WS_SNAP_PAGE_NUMBER

           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_TITLE
           IF WS_SNAP_ROLLUP_FALSE
               MOVE WS_SNAP_FROM_DATE TO WS_SNAP_SUBTITLE_DATE
               WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_SUBTITLE
           END-IF
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_LINE_STARS
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES.

           EXIT.

       B6020_WRITE_SNAPSHOT_ROW.
           MOVE WS_ROW_DATE(WS_ROW_IDX)(1:4) TO DEMO_DATE_YYYY
           MOVE WS_ROW_DATE(WS_ROW_IDX)(6:2) TO DEMO_DATE_MM
           MOVE WS_ROW_DATE(WS_ROW_IDX)(9:2) TO DEMO_DATE_DD
           MOVE WS_ROW_TEXT(WS_ROW_IDX)(1:6) TO DEMO_STRING

           IF WS_SNAP_ROLLUP_TRUE
               IF WS_SNAP_PRIOR_DATE NOT = SPACES AND
                       WS_SNAP_PRIOR_DATE NOT = WS_ROW_DATE(WS_ROW_IDX)
                   PERFORM B6040_WRITE_DAY_SUBTOTAL
                   MOVE ZERO TO WS_SNAP_DAY_COUNTER
               END-IF
               IF WS_SNAP_PRIOR_DATE NOT = WS_ROW_DATE(WS_ROW_IDX)
                   STRING DEMO_DATE_MM DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       DEMO_DATE_DD DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       DEMO_DATE_YYYY DELIMITED BY SIZE
                   INTO WS_SNAP_SUBTITLE_DATE
                   WRITE DEMO_ASOF_SNAPSHOT_RECORD
                       FROM WS_SNAP_SUBTITLE
               END-IF
               MOVE WS_ROW_DATE(WS_ROW_IDX) TO WS_SNAP_PRIOR_DATE
               ADD 1 TO WS_SNAP_DAY_COUNTER
           END-IF

           MOVE DEMO_DATE_MM TO WS_SNAP_DATA_DATE_MM
           MOVE DEMO_DATE_DD TO WS_SNAP_DATA_DATE_DD
           MOVE DEMO_DATE_YYYY TO WS_SNAP_DATA_DATE_YYYY
           MOVE DEMO_STRING_SWITCH TO WS_SNAP_DATA_SWITCH
           MOVE DEMO_STRING_COUNTER TO WS_SNAP_DATA_COUNTER
           MOVE WS_ROW_SOURCE(WS_ROW_IDX) TO WS_SNAP_DATA_SOURCE
           IF WS_ROW_STATE(WS_ROW_IDX) = 'A'
               MOVE "(A)" TO WS_SNAP_DATA_ARCHIVE_FLAG
               ADD 1 TO WS_SNAP_ARCHIVED_COUNT
           ELSE
               MOVE SPACES TO WS_SNAP_DATA_ARCHIVE_FLAG
           END-IF

           ADD 1 TO WS_SNAP_COUNTER
           ADD DEMO_STRING_COUNTER TO WS_SNAP_STRING_COUNTER_TOTAL
           ADD WS_ROW_AMOUNT(WS_ROW_IDX) TO WS_SNAP_AMOUNT_TOTAL
           EVALUATE DEMO_STRING_SWITCH
               WHEN 'A'
                   ADD 1 TO WS_SNAP_SWITCH_COUNT_A
               WHEN 'B'
                   ADD 1 TO WS_SNAP_SWITCH_COUNT_B
               WHEN 'Z'
                   ADD 1 TO WS_SNAP_SWITCH_COUNT_Z
               WHEN OTHER
                   ADD 1 TO WS_SNAP_SWITCH_COUNT_OTHER
           END-EVALUATE
           PERFORM B6030_TALLY_SNAPSHOT_SOURCE

           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_DATA
           ADD 1 TO WS_SNAP_LINES_ON_PAGE
           IF WS_SNAP_LINES_ON_PAGE >= WS_SNAP_LINES_PER_PAGE
               PERFORM B6025_WRITE_SNAPSHOT_PAGE_BREAK
           END-IF.

           EXIT.

       B6025_WRITE_SNAPSHOT_PAGE_BREAK.
           MOVE WS_SNAP_PAGE_NUMBER TO WS_SNAP_PAGE_FOOTER_NUM
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_PAGE_FOOTER
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES

           ADD 1 TO WS_SNAP_PAGE_NUMBER
           MOVE ZERO TO WS_SNAP_LINES_ON_PAGE

           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_TITLE
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_SUBTITLE
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_LINE_STARS
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES.

           EXIT.

       *> the per-source breakdown DEMO-REPORT prints under its totals
       B6030_TALLY_SNAPSHOT_SOURCE.
           MOVE ZERO TO WS_SNAP_SRC_MATCH_IDX
           MOVE ZERO TO WS_SNAP_SRC_IDX
           PERFORM UNTIL WS_SNAP_SRC_IDX >= WS_SNAP_SRC_COUNT
                               OR WS_SNAP_SRC_MATCH_IDX > ZERO
               ADD 1 TO WS_SNAP_SRC_IDX
               IF WS_SNAP_SRC_CODE(WS_SNAP_SRC_IDX)
                       = WS_ROW_SOURCE(WS_ROW_IDX)
                   MOVE WS_SNAP_SRC_IDX TO WS_SNAP_SRC_MATCH_IDX
               END-IF
           END-PERFORM

           IF WS_SNAP_SRC_MATCH_IDX = ZERO
                   AND WS_SNAP_SRC_COUNT < WS_SNAP_SRC_TABLE_MAX
               ADD 1 TO WS_SNAP_SRC_COUNT
               MOVE WS_SNAP_SRC_COUNT TO WS_SNAP_SRC_MATCH_IDX
               MOVE SPACES TO WS_SNAP_SRC_CODE(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_RECORDS(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_COUNTER(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_AMOUNT(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_SW_A(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_SW_B(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO TO WS_SNAP_SRC_SW_Z(WS_SNAP_SRC_MATCH_IDX)
               MOVE ZERO
                   TO WS_SNAP_SRC_SW_OTHER(WS_SNAP_SRC_MATCH_IDX)
               MOVE WS_ROW_SOURCE(WS_ROW_IDX)
                   TO WS_SNAP_SRC_CODE(WS_SNAP_SRC_MATCH_IDX)
           END-IF

           IF WS_SNAP_SRC_MATCH_IDX > ZERO
               ADD 1 TO WS_SNAP_SRC_RECORDS(WS_SNAP_SRC_MATCH_IDX)
               ADD DEMO_STRING_COUNTER
                   TO WS_SNAP_SRC_COUNTER(WS_SNAP_SRC_MATCH_IDX)
               ADD WS_ROW_AMOUNT(WS_ROW_IDX)
                   TO WS_SNAP_SRC_AMOUNT(WS_SNAP_SRC_MATCH_IDX)
               EVALUATE DEMO_STRING_SWITCH
                   WHEN 'A'
                       ADD 1 TO WS_SNAP_SRC_SW_A(WS_SNAP_SRC_MATCH_IDX)
                   WHEN 'B'
                       ADD 1 TO WS_SNAP_SRC_SW_B(WS_SNAP_SRC_MATCH_IDX)
                   WHEN 'Z'
                       ADD 1 TO WS_SNAP_SRC_SW_Z(WS_SNAP_SRC_MATCH_IDX)
                   WHEN OTHER
                       ADD 1 TO WS_SNAP_SRC_SW_OTHER
                           (WS_SNAP_SRC_MATCH_IDX)
               END-EVALUATE
           END-IF.

           EXIT.

       B6040_WRITE_DAY_SUBTOTAL.
           MOVE WS_SNAP_DAY_COUNTER TO WS_SNAP_DAY_SUMMARY_COUNT
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_DAY_SUMMARY
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES.

           EXIT.

       B6050_WRITE_SNAPSHOT_SUMMARY.
           MOVE WS_SNAP_COUNTER TO WS_SNAP_SUMMARY_COUNT
           MOVE WS_SNAP_STRING_COUNTER_TOTAL TO WS_SNAP_COUNTER_TOTAL
           MOVE WS_SNAP_AMOUNT_TOTAL TO WS_SNAP_AMOUNT_TOTAL_TEXT
           MOVE WS_SNAP_SWITCH_COUNT_A TO WS_SNAP_SWITCH_A
           MOVE WS_SNAP_SWITCH_COUNT_B TO WS_SNAP_SWITCH_B
           MOVE WS_SNAP_SWITCH_COUNT_Z TO WS_SNAP_SWITCH_Z
           MOVE WS_SNAP_SWITCH_COUNT_OTHER TO WS_SNAP_SWITCH_OTHER

           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_LINE_STARS
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_SUMMARY
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_COUNTER_SUMMARY
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_AMOUNT_SUMMARY
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_SWITCH_SUMMARY

           IF WS_SNAP_SRC_COUNT > ZERO
               WRITE DEMO_ASOF_SNAPSHOT_RECORD
                   FROM WS_SNAP_LINE_BREAK_SPACES
           END-IF
           MOVE ZERO TO WS_SNAP_SRC_IDX
           PERFORM UNTIL WS_SNAP_SRC_IDX >= WS_SNAP_SRC_COUNT
               ADD 1 TO WS_SNAP_SRC_IDX
               MOVE WS_SNAP_SRC_CODE(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_CODE
               MOVE WS_SNAP_SRC_RECORDS(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_RECORDS
               MOVE WS_SNAP_SRC_COUNTER(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_COUNTER
               MOVE WS_SNAP_SRC_SW_A(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_SW_A
               MOVE WS_SNAP_SRC_SW_B(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_SW_B
               MOVE WS_SNAP_SRC_SW_Z(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_SW_Z
               MOVE WS_SNAP_SRC_SW_OTHER(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRC_LINE_SW_OTHER
               WRITE DEMO_ASOF_SNAPSHOT_RECORD
                   FROM WS_SNAP_SOURCE_SUMMARY
               MOVE WS_SNAP_SRC_CODE(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRCAMT_CODE
               MOVE WS_SNAP_SRC_AMOUNT(WS_SNAP_SRC_IDX)
                   TO WS_SNAP_SRCAMT_VALUE
               WRITE DEMO_ASOF_SNAPSHOT_RECORD
                   FROM WS_SNAP_SOURCE_AMOUNT_LINE
           END-PERFORM

           IF WS_SNAP_ARCHIVED_COUNT > ZERO
               WRITE DEMO_ASOF_SNAPSHOT_RECORD
                   FROM WS_SNAP_LINE_BREAK_SPACES
               WRITE DEMO_ASOF_SNAPSHOT_RECORD
                   FROM WS_SNAP_ARCHIVE_FOOTNOTE
           END-IF

           MOVE WS_ASOF_TS TO WS_SNAP_ASOF_TS
           WRITE DEMO_ASOF_SNAPSHOT_RECORD
               FROM WS_SNAP_LINE_BREAK_SPACES
           WRITE DEMO_ASOF_SNAPSHOT_RECORD FROM WS_SNAP_ASOF_FOOTNOTE.

           EXIT.

       *> ROW TABLE

       *> slots the new row in report order (date, string, source)
       B7000_INSERT_ROW.
           IF WS_ROW_COUNT >= WS_ROW_TABLE_MAX
               SET WS_ROW_TABLE_FULL_TRUE TO TRUE
               ADD 1 TO WS_CNT_ROWS_DROPPED
           ELSE
               MOVE 1 TO WS_ROW_SLOT
               PERFORM UNTIL WS_ROW_SLOT > WS_ROW_COUNT
                   OR WS_ROW_DATE(WS_ROW_SLOT) > WS_NEW_ROW_DATE
                   OR (WS_ROW_DATE(WS_ROW_SLOT) = WS_NEW_ROW_DATE
                       AND WS_ROW_TEXT(WS_ROW_SLOT) > WS_NEW_ROW_TEXT)
                   OR (WS_ROW_DATE(WS_ROW_SLOT) = WS_NEW_ROW_DATE
                       AND WS_ROW_TEXT(WS_ROW_SLOT) = WS_NEW_ROW_TEXT
                       AND WS_ROW_SOURCE(WS_ROW_SLOT)
                           > WS_NEW_ROW_SOURCE)
                   ADD 1 TO WS_ROW_SLOT
               END-PERFORM

               MOVE WS_ROW_COUNT TO WS_ROW_SHIFT_IDX
               PERFORM UNTIL WS_ROW_SHIFT_IDX < WS_ROW_SLOT
                   MOVE WS_ROW_ENTRY(WS_ROW_SHIFT_IDX)
                       TO WS_ROW_ENTRY(WS_ROW_SHIFT_IDX + 1)
                   SUBTRACT 1 FROM WS_ROW_SHIFT_IDX
               END-PERFORM

               MOVE WS_NEW_ROW TO WS_ROW_ENTRY(WS_ROW_SLOT)
               ADD 1 TO WS_ROW_COUNT
           END-IF.

           EXIT.

       *> the live (not archived) row for WS_FIND_DATE/TEXT, narrowed
       *> by source, loading run and transaction reference where
       *> those are given
       B7010_FIND_LIVE_ROW.
           MOVE ZERO TO WS_ROW_MATCH_IDX
           MOVE ZERO TO WS_ROW_IDX

           PERFORM UNTIL WS_ROW_IDX >= WS_ROW_COUNT
                               OR WS_ROW_MATCH_IDX > ZERO
               ADD 1 TO WS_ROW_IDX
               IF WS_ROW_DATE(WS_ROW_IDX) = WS_FIND_DATE
                   AND WS_ROW_TEXT(WS_ROW_IDX) = WS_FIND_TEXT
                   AND WS_ROW_STATE(WS_ROW_IDX) = 'L'
                   AND (WS_FIND_SOURCE = SPACES
                       OR WS_ROW_SOURCE(WS_ROW_IDX) = WS_FIND_SOURCE)
                   AND (WS_FIND_RUN_ID = SPACES
                       OR WS_ROW_RUN_ID(WS_ROW_IDX) = WS_FIND_RUN_ID)
                   AND (WS_FIND_PROVIDER_REF = SPACES
                       OR WS_ROW_PROVIDER_REF(WS_ROW_IDX)
                           = WS_FIND_PROVIDER_REF)
                   MOVE WS_ROW_IDX TO WS_ROW_MATCH_IDX
               END-IF
           END-PERFORM.

           EXIT.

       B7020_REMOVE_ROW.
           MOVE WS_ROW_MATCH_IDX TO WS_ROW_SHIFT_IDX
           PERFORM UNTIL WS_ROW_SHIFT_IDX >= WS_ROW_COUNT
               MOVE WS_ROW_ENTRY(WS_ROW_SHIFT_IDX + 1)
                   TO WS_ROW_ENTRY(WS_ROW_SHIFT_IDX)
               ADD 1 TO WS_ROW_SHIFT_IDX
           END-PERFORM
           SUBTRACT 1 FROM WS_ROW_COUNT.

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

           PERFORM B9101_ROWS_HELD_IN_REPORT_ORDER.
           PERFORM B9102_BACKOUT_TAKES_ONLY_ITS_RUNS_ROW.
           PERFORM B9103_REPLACEMENT_MOVES_ROW_TO_NEW_STRING.
           PERFORM B9104_ARCHIVE_KEEPS_ROW_AS_HISTORY.
           PERFORM B9105_REVERSAL_TAKES_THE_REFERENCED_ROW.

           EXIT.

       *> loads one audit event into the fetch fields the replay reads
       B9110_SET_TEST_EVENT.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 1000 TO DB_AMOUNT.
           MOVE 'Y' TO DB_AMOUNT_KNOWN.
           MOVE SPACES TO DB_PRIOR_TEXT.
           MOVE "../src/resources/DEMO_DATA.DAT" TO DB_FILE_PATH.
           MOVE 'Y' TO DB_STAMPED.
           MOVE SPACES TO DB_PROVIDER_REF.

           EXIT.

       B9101_ROWS_HELD_IN_REPORT_ORDER.
           DISPLAY 'REPLAYED ROWS ARE HELD IN DATE/STRING ORDER'.

           MOVE ZERO TO WS_ROW_COUNT.
           PERFORM B9110_SET_TEST_EVENT.
           MOVE "INSERTED" TO DB_ACTION.
           MOVE "20260914030000" TO DB_RUN_ID.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14B002" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.
           MOVE "2026-09-13" TO DB_DATE.
           MOVE "13A001" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14A001" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.

           DISPLAY "EXPECTED: 13A001 / 14A001 / 14B002".
           DISPLAY "ACTUAL:   " WS_ROW_TEXT(1)(1:6) " / "
               WS_ROW_TEXT(2)(1:6) " / " WS_ROW_TEXT(3)(1:6).
           IF WS_ROW_COUNT = 3
                   AND WS_ROW_TEXT(1) = "13A001"
                   AND WS_ROW_TEXT(2) = "14A001"
                   AND WS_ROW_TEXT(3) = "14B002"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ROW_COUNT.

           EXIT.

       B9102_BACKOUT_TAKES_ONLY_ITS_RUNS_ROW.
           DISPLAY 'A BACKOUT REMOVES ONLY THE ROW ITS RUN LOADED'.

           MOVE ZERO TO WS_ROW_COUNT.
           MOVE ZERO TO WS_CNT_NOT_FOUND.
           PERFORM B9110_SET_TEST_EVENT.
           MOVE "INSERTED" TO DB_ACTION.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14A001" TO DB_STRING.
           MOVE "20260914030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.
           MOVE "ABC" TO DB_SOURCE_SYSTEM.
           MOVE "20260914040000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.
           MOVE "BACKED-OUT" TO DB_ACTION.
           MOVE "20260914030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.

           DISPLAY "EXPECTED: 1 ROW, ABC 20260914040000".
           DISPLAY "ACTUAL:   " WS_ROW_COUNT " ROW, "
               WS_ROW_SOURCE(1) " " WS_ROW_RUN_ID(1).
           IF WS_ROW_COUNT = 1
                   AND WS_ROW_SOURCE(1) = "ABC"
                   AND WS_ROW_RUN_ID(1) = "20260914040000"
                   AND WS_CNT_NOT_FOUND = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ROW_COUNT.

           EXIT.

       B9103_REPLACEMENT_MOVES_ROW_TO_NEW_STRING.
           DISPLAY 'A REPLACEMENT RESTATES THE ROW, AMOUNT KEPT'.

           MOVE ZERO TO WS_ROW_COUNT.
           MOVE ZERO TO WS_CNT_NO_PRIOR_TEXT.
           PERFORM B9110_SET_TEST_EVENT.
           MOVE "INSERTED" TO DB_ACTION.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14B009" TO DB_STRING.
           MOVE "20260914030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14A005" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.
           MOVE "REPLACED" TO DB_ACTION.
           MOVE "14B009" TO DB_PRIOR_TEXT.
           MOVE "14A007" TO DB_STRING.
           MOVE ZERO TO DB_AMOUNT.
           MOVE "20260915030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.
           MOVE SPACES TO DB_PRIOR_TEXT.
           PERFORM B4110_APPLY_EVENT.

           DISPLAY "EXPECTED: 14A005 / 14A007 1000, 1 UNRESOLVED".
           DISPLAY "ACTUAL:   " WS_ROW_TEXT(1)(1:6) " / "
               WS_ROW_TEXT(2)(1:6) " " WS_ROW_AMOUNT(2) ", "
               WS_CNT_NO_PRIOR_TEXT " UNRESOLVED".
           IF WS_ROW_COUNT = 2
                   AND WS_ROW_TEXT(1) = "14A005"
                   AND WS_ROW_TEXT(2) = "14A007"
                   AND WS_ROW_AMOUNT(2) = 1000
                   AND WS_ROW_RUN_ID(2) = "20260914030000"
                   AND WS_CNT_NO_PRIOR_TEXT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ROW_COUNT.

           EXIT.

       B9104_ARCHIVE_KEEPS_ROW_AS_HISTORY.
           DISPLAY 'ARCHIVED ROWS LEAVE THE TABLE BUT STAY AS HISTORY'.

           MOVE ZERO TO WS_ROW_COUNT.
           PERFORM B9110_SET_TEST_EVENT.
           MOVE "INSERTED" TO DB_ACTION.
           MOVE "2026-06-01" TO DB_DATE.
           MOVE "01A001" TO DB_STRING.
           MOVE "20260601030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.
           MOVE "ABC" TO DB_SOURCE_SYSTEM.
           PERFORM B4110_APPLY_EVENT.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14A001" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.
           MOVE "ARCHIVED" TO DB_ACTION.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE "2026-06-01" TO DB_DATE.
           MOVE "01A001" TO DB_STRING.
           PERFORM B4110_APPLY_EVENT.
           PERFORM B5010_TOTAL_REBUILT_ROWS.

           DISPLAY "EXPECTED: 1 LIVE, 2 ARCHIVED".
           DISPLAY "ACTUAL:   " WS_LIVE_COUNT " LIVE, "
               WS_ARCHIVED_COUNT " ARCHIVED".
           IF WS_LIVE_COUNT = 1
                   AND WS_ARCHIVED_COUNT = 2
                   AND WS_ROW_STATE(3) = 'L'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ROW_COUNT.

           EXIT.

       B9105_REVERSAL_TAKES_THE_REFERENCED_ROW.
           DISPLAY 'A REVERSAL TAKES THE ROW ITS REFERENCE NAMES'.

           MOVE ZERO TO WS_ROW_COUNT.
           MOVE ZERO TO WS_CNT_NOT_FOUND.
           PERFORM B9110_SET_TEST_EVENT.
           MOVE "INSERTED" TO DB_ACTION.
           MOVE "2026-09-14" TO DB_DATE.
           MOVE "14A001" TO DB_STRING.
           MOVE "20260914030000" TO DB_RUN_ID.
           MOVE "TXN-0001" TO DB_PROVIDER_REF.
           PERFORM B4110_APPLY_EVENT.
           MOVE "TXN-0002" TO DB_PROVIDER_REF.
           MOVE 2500 TO DB_AMOUNT.
           PERFORM B4110_APPLY_EVENT.
           MOVE "REVERSED" TO DB_ACTION.
           MOVE "20260915030000" TO DB_RUN_ID.
           PERFORM B4110_APPLY_EVENT.

           DISPLAY "EXPECTED: 1 ROW, TXN-0001 000001000".
           DISPLAY "ACTUAL:   " WS_ROW_COUNT " ROW, "
               WS_ROW_PROVIDER_REF(1)(1:8) " " WS_ROW_AMOUNT(1).
           IF WS_ROW_COUNT = 1
                   AND WS_ROW_PROVIDER_REF(1) = "TXN-0001"
                   AND WS_ROW_AMOUNT(1) = 1000
                   AND WS_CNT_NOT_FOUND = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ROW_COUNT.
           MOVE SPACES TO DB_PROVIDER_REF.

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
