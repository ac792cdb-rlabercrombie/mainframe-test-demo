       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-BACKLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the operator's list of legacy history files to load, one
           *> path per line ('*' in column 1 is a comment) - named on
           *> the command line, see B3055_ACCEPT_RUN_PARAMETERS
           SELECT DEMO_BACKLOAD_LIST ASSIGN TO WS_PARAMS_LIST_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_LIST_FILE_STATUS.

           *> the legacy history file in hand - see the layout in the
           *> banner below
           SELECT DEMO_LEGACY_DATA ASSIGN TO WS_LEGACY_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_LEGACY_FILE_STATUS.

           *> every legacy file this program has loaded, one line per
           *> file, appended and never rewritten - a file already on
           *> it is skipped, which is what makes a rerun of the same
           *> list safe. May not exist before the first load.
           SELECT DEMO_BACKLOAD_REGISTER ASSIGN TO
                "../src/resources/DEMO_BACKLOAD_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REGISTER_FILE_STATUS.

           *> this run's balancing report - per legacy file its
           *> header, every reject, the counts against the trailer
           *> and the verdict
           SELECT DEMO_BACKLOAD_REPORT ASSIGN TO
                "../src/resources/out/DEMO_BACKLOAD_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_FILE_STATUS.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
           SELECT DEMO_ERROR_LOG ASSIGN TO
                "../src/resources/DEMO_ERROR_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ERROR_LOG_FILE_STATUS.

           *> operator authorization profiles operations maintains -
           *> one line per operator: id plus the privileged actions
           *> that operator may take. With no profile file on disk no
           *> privileged action is honored for anyone. See
           *> B7500_CHECK_OPERATOR_AUTH.
           SELECT DEMO_OPERATOR_PROFILES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPR_PROFILES_FILE_STATUS.

           *> durable access log - one line per privileged action
           *> honored: when, who, what, against what. Appended, never
           *> truncated. See B7510_WRITE_ACCESS_LOG.
           SELECT DEMO_ACCESS_LOG ASSIGN TO
                "../src/resources/DEMO_ACCESS_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ACCESS_LOG_FILE_STATUS.

           *> named connection profiles (TEST/PROD and any others an
           *> operator lists) - see B3060_DETERMINE_DB_PROFILE
           SELECT DEMO_DB_PROFILES ASSIGN TO
                "../src/resources/DEMO_DB_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DB_PROFILES_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_BACKLOAD_LIST.
           01 DEMO_BACKLOAD_LIST_RECORD     PIC X(100).

       FD DEMO_LEGACY_DATA.
           01 DEMO_LEGACY_DATA_RECORD       PIC X(50).

       FD DEMO_BACKLOAD_REGISTER.
           01 DEMO_BACKLOAD_REGISTER_RECORD.
               05 REG_PATH                  PIC X(100).
               05 FILLER                    PIC X(01).
               05 REG_RUN_ID                PIC X(14).
               05 FILLER                    PIC X(01).
               05 REG_LOADED_COUNT          PIC 9(08).
               05 FILLER                    PIC X(01).
               05 REG_LOADED_AMOUNT         PIC 9(12).
               05 FILLER                    PIC X(01).
               05 REG_AUTH_REF              PIC X(20).

       FD DEMO_BACKLOAD_REPORT.
           01 DEMO_BACKLOAD_REPORT_RECORD   PIC X(100).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
               05 OPR_ACTIONS               PIC X(72).

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

       FD DEMO_DB_PROFILES.
           01 DEMO_DB_PROFILES_RECORD.
               05 DB_PROFILE_NAME           PIC X(10).
               05 DB_PROFILE_DBNAME         PIC X(30).
               05 DB_PROFILE_USERNAME       PIC X(30).
               05 DB_PROFILE_PASSWD         PIC X(10).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program is the conversion load for the history that
       *> predates this system - the figures still kept in the old
       *> spreadsheets and print archives, keyed up into legacy
       *> history files. It writes each legacy file straight into
       *> demo_table_history, never demo_table: the rows are closed
       *> history, not tonight's business. Every record is held to
       *> the same rules DEMO-WRITER's B4100_PROCESS_FILE_RECORD
       *> applies - a numeric, real calendar date, a string, the
       *> string's day agreeing with the date's, a counter on a
       *> switch 'A' record, a numeric amount - and must fall in a
       *> closed period:
       *>   - a period on demo_closed_periods loads (this is the
       *>     closed-period refusal the load deliberately bypasses);
       *>   - a past period the system has never held a row for is
       *>     pre-system history - it loads, and is marked closed
       *>     by the same commit so nothing live can land in it;
       *>   - the current period, a later one, or an open one the
       *>     system already holds rows for is refused (PERIOD NOT
       *>     CLOSED) - that belongs to DEMO-WRITER;
       *>   - a period in a year DEMO-YEARCLOSE has closed is
       *>     refused (CLOSED YEAR) - demo_annual_summary would go
       *>     stale under it, the same rule DEMO-REOPEN keeps.
       *> Each period the file loads into has its demo_monthly_summary
       *> rebuilt from demo_table and demo_table_history, the same
       *> aggregation DEMO-MONTHCLOSE runs, so DEMO-REPORT's history
       *> reporting and DEMO-YEARCLOSE see the back-loaded years. No
       *> GL journal is cut - the old system posted those periods.
       *>
       *> Each legacy file is balanced on its own and lands whole or
       *> not at all: its trailer's count and amount total must
       *> agree with what was read and no record may be rejected,
       *> otherwise everything the file wrote is rolled back and the
       *> report says why. A loaded file goes on the back-load
       *> register and is skipped by any later run, so the list can
       *> be corrected and rerun as often as it takes.
       *>
       *> The run has its own identifier - "BL" and the startup
       *> timestamp to the second, YYMMDDHHMMSS - stamped on every
       *> history row, on a BACKLOADED demo_audit row per record and
       *> on a demo_run_stats row per legacy file, so DEMO-RUNINQ
       *> answers for it like any run. It never falls in the daily
       *> run windows the volume and chargeback statistics count.
       *> The operator comes from DEMO_OPERATOR and must be permitted
       *> BACKLOAD by the operator profile file; the authorization
       *> reference goes on the access log and the register.
       *>
       *> Legacy history file layout (fixed columns):
       *>   header, first record
       *>     1      'H'
       *>     2-9    extract date YYYYMMDD (informational)
       *>     10-12  source system (blank is PRI)
       *>     13-32  legacy reference - the archive or workbook the
       *>            figures were keyed from
       *>   detail, one per historical record - the nightly detail
       *>     1-8    report date YYYYMMDD
       *>     9-14   report string (day, switch, counter)
       *>     15-23  amount in cents (blank is zero)
       *>     24-43  provider transaction reference (blank is none)
       *>   trailer, last record
       *>     1      'T'
       *>     2-9    detail count
       *>     10-17  blank
       *>     18-29  amount total in cents
       *> Blank lines are ignored. Both trailer controls are
       *> required.

       *> example argument usage:

       *> load the files listed in LEGACY_1998_2003.LST under
       *> conversion authority CONV-2026-003
       *>      DEMO_OPERATOR=JMB ./demo_backload \
       *>          ../src/resources/LEGACY_1998_2003.LST CONV-2026-003

       *> for running only unit tests
       *>      ./demo_backload TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_backload TEST
       *>      ./demo_backload TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(100) VALUE SPACES.
       01 WS_PARAMS_LIST_PATH              PIC X(100) VALUE SPACES.
       01 WS_PARAMS_AUTH_REF               PIC X(20) VALUE SPACES.

       *> operator authorization work areas - the privileged levers
       *> only move for an operator whose profile line lists the
       *> action, and every honored action goes on the access log
       01  WS_OPR_PROFILES_FILE_STATUS     PIC X(02) VALUE "00".
       01  WS_ACCESS_LOG_FILE_STATUS       PIC X(02) VALUE "00".
       01  WS_OPERATOR_ID                  PIC X(08) VALUE SPACES.
       01  WS_AUTH_ACTION                  PIC X(18) VALUE SPACES.
       01  WS_AUTH_TARGET                  PIC X(40) VALUE SPACES.
       01  WS_AUTH_GRANTED                 PIC X(01) VALUE 'F'.
           88  WS_AUTH_GRANTED_FALSE           VALUE 'F'.
           88  WS_AUTH_GRANTED_TRUE            VALUE 'T'.
       01  WS_OPR_EOF                      PIC X(01) VALUE 'N'.
       01  WS_OPR_TOKENS.
           05  WS_OPR_TOKEN OCCURS 8 TIMES PIC X(18).
       01  WS_OPR_TOKEN_IDX                PIC 9(02) VALUE ZERO.
       01  WS_ACCESS_LOG_LINE.
           05  WS_ACCESS_LOG_TS             PIC X(14).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_OPERATOR       PIC X(08).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_ACTION         PIC X(18).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_TARGET         PIC X(40).
           05  FILLER                       PIC X(01) VALUE SPACE.

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
       01  WS_CLOCK_DATA                   PIC X(21) VALUE SPACES.

       01  WS_LIST_FILE_STATUS             PIC X(02) VALUE "00".
       01  WS_LEGACY_FILE_STATUS           PIC X(02) VALUE "00".
       01  WS_REGISTER_FILE_STATUS         PIC X(02) VALUE "00".
       01  WS_REPORT_FILE_STATUS           PIC X(02) VALUE "00".
       01  WS_LEGACY_PATH                  PIC X(100) VALUE SPACES.
       01  WS_LIST_EOF                     PIC X(01) VALUE 'N'.
           88  WS_LIST_EOF_FALSE               VALUE 'N'.
           88  WS_LIST_EOF_TRUE                VALUE 'Y'.
       01  WS_EOF                          PIC X(01) VALUE 'N'.
           88  WS_EOF_FALSE                    VALUE 'N'.
           88  WS_EOF_TRUE                     VALUE 'Y'.
       01  WS_REGISTER_EOF                 PIC X(01) VALUE 'N'.
           88  WS_REGISTER_EOF_FALSE           VALUE 'N'.
           88  WS_REGISTER_EOF_TRUE            VALUE 'Y'.
       01  WS_ON_REGISTER                  PIC X(01) VALUE 'F'.
           88  WS_ON_REGISTER_FALSE            VALUE 'F'.
           88  WS_ON_REGISTER_TRUE             VALUE 'T'.

       *> the legacy file's control records
       01  WS_LEGACY_HEADER.
           05  WS_LEGACY_HEADER_TYPE        PIC X(01).
           05  WS_LEGACY_EXTRACT_DATE       PIC X(08).
           05  WS_LEGACY_SOURCE             PIC X(03).
           05  WS_LEGACY_REFERENCE          PIC X(20).
           05  FILLER                       PIC X(18).
       01  WS_TRAILER_RECORD.
           05  WS_TRAILER_TYPE              PIC X(01).
           05  WS_TRAILER_DETAIL_COUNT      PIC X(08).
           05  WS_TRAILER_CORR_COUNT        PIC X(08).
           05  WS_TRAILER_AMOUNT_TOTAL      PIC X(12).
           05  FILLER                       PIC X(21).
       01  WS_TRAILER_DETAIL_NUM           PIC 9(08) VALUE ZERO.
       01  WS_TRAILER_AMOUNT_NUM           PIC 9(12) VALUE ZERO.

       *> the file's own tallies, balanced against its trailer
       01  WS_RECORD_NUMBER                PIC 9(08) VALUE ZERO.
       01  WS_DETAIL_COUNT                 PIC 9(08) VALUE ZERO.
       01  WS_LOADED_COUNT                 PIC 9(08) VALUE ZERO.
       01  WS_DUPLICATE_COUNT              PIC 9(08) VALUE ZERO.
       01  WS_REJECTED_COUNT               PIC 9(08) VALUE ZERO.
       01  WS_AMOUNT_TOTAL                 PIC 9(12) VALUE ZERO.
       01  WS_LOADED_AMOUNT                PIC 9(12) VALUE ZERO.
       01  WS_HEADER_SEEN                  PIC X(01) VALUE 'F'.
           88  WS_HEADER_SEEN_FALSE            VALUE 'F'.
           88  WS_HEADER_SEEN_TRUE             VALUE 'T'.
       01  WS_TRAILER_SEEN                 PIC X(01) VALUE 'F'.
           88  WS_TRAILER_SEEN_FALSE           VALUE 'F'.
           88  WS_TRAILER_SEEN_TRUE            VALUE 'T'.
       *> the first thing wrong with the file as a whole - blank
       *> while the file can still load
       01  WS_FILE_REFUSE_REASON           PIC X(40) VALUE SPACES.
       01  WS_FILE_STARTED_TS              PIC X(14) VALUE SPACES.

       *> the run's tallies across the list
       01  WS_FILES_LOADED                 PIC 9(04) VALUE ZERO.
       01  WS_FILES_REFUSED                PIC 9(04) VALUE ZERO.
       01  WS_FILES_SKIPPED                PIC 9(04) VALUE ZERO.
       01  WS_RUN_RECORDS_LOADED           PIC 9(08) VALUE ZERO.

       *> record validation - the same checks, in the same order and
       *> under the same reject wording, as DEMO-WRITER's
       *> B4100_PROCESS_FILE_RECORD
       01 WS_GOOD_DATE                     PIC X(01) VALUE 'F'.
           88 WS_GOOD_DATE_FALSE               VALUE 'F'.
           88 WS_GOOD_DATE_TRUE                VALUE 'T'.
       01 WS_GOOD_STRING                   PIC X(01) VALUE 'F'.
           88 WS_GOOD_STRING_FALSE             VALUE 'F'.
           88 WS_GOOD_STRING_TRUE              VALUE 'T'.
       01 WS_GOOD_CALENDAR                 PIC X(01) VALUE 'T'.
           88 WS_GOOD_CALENDAR_FALSE           VALUE 'F'.
           88 WS_GOOD_CALENDAR_TRUE            VALUE 'T'.
       01 WS_GOOD_PERIOD                   PIC X(01) VALUE 'T'.
           88 WS_GOOD_PERIOD_FALSE             VALUE 'F'.
           88 WS_GOOD_PERIOD_TRUE              VALUE 'T'.
       01 WS_GOOD_CROSS                    PIC X(01) VALUE 'T'.
           88 WS_GOOD_CROSS_FALSE              VALUE 'F'.
           88 WS_GOOD_CROSS_TRUE               VALUE 'T'.
       01 WS_GOOD_SWITCH                   PIC X(01) VALUE 'T'.
           88 WS_GOOD_SWITCH_FALSE             VALUE 'F'.
           88 WS_GOOD_SWITCH_TRUE              VALUE 'T'.
       01 WS_GOOD_AMOUNT                   PIC X(01) VALUE 'T'.
           88 WS_GOOD_AMOUNT_FALSE             VALUE 'F'.
           88 WS_GOOD_AMOUNT_TRUE              VALUE 'T'.
       01  WS_REJECT_REASON                PIC X(27) VALUE SPACES.

       01  WS_DATE_NUM.
           05  WS_DATE_NUM_YEAR            PIC 9(04).
           05  WS_DATE_NUM_MONTH           PIC 9(02).
           05  WS_DATE_NUM_DAY             PIC 9(02).
       01  WS_MONTH_DAYS_TABLE.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  WS_MONTH_DAYS REDEFINES WS_MONTH_DAYS_TABLE.
           05  WS_MONTH_DAYS_ENTRY OCCURS 12 TIMES PIC 9(02).
       01  WS_MONTH_DAY_LIMIT              PIC 9(02) VALUE ZERO.
       01  WS_LEAP_QUOTIENT                PIC 9(04).
       01  WS_LEAP_REMAINDER               PIC 9(04).

       *> every period the run has met, with what it may take: 'C'
       *> closed, 'P' pre-system (closed by the commit that loads
       *> it), 'O' open to the live system, 'Y' in a closed year -
       *> and whether the file in hand has loaded into it, so its
       *> summary is rebuilt when the file commits
       01  WS_PERIOD_TABLE_MAX             PIC 9(03) VALUE 600.
       01  WS_PERIOD_COUNT                 PIC 9(03) VALUE ZERO.
       01  WS_PERIOD_TABLE.
           05  WS_PERIOD_ENTRY OCCURS 600 TIMES.
               10  WS_PERIOD_ENTRY_PERIOD   PIC X(06).
               10  WS_PERIOD_ENTRY_STATUS   PIC X(01).
               10  WS_PERIOD_ENTRY_TOUCHED  PIC X(01).
       01  WS_PERIOD_IDX                   PIC 9(03) VALUE ZERO.
       01  WS_PERIOD_FOUND_IDX             PIC 9(03) VALUE ZERO.
       01  WS_CHECK_PERIOD                 PIC X(06) VALUE SPACES.
       01  WS_PERIOD_STATUS                PIC X(01) VALUE SPACE.
           88  WS_PERIOD_CLOSED                VALUE 'C'.
           88  WS_PERIOD_PRE_SYSTEM            VALUE 'P'.
           88  WS_PERIOD_OPEN                  VALUE 'O'.
           88  WS_PERIOD_YEAR_CLOSED           VALUE 'Y'.
       01  WS_PERIOD_SPLIT.
           05  WS_PERIOD_YEAR              PIC 9(04).
           05  WS_PERIOD_MONTH             PIC 9(02).
       01  WS_PERIODS_REBUILT              PIC 9(03) VALUE ZERO.
       01  WS_PERIODS_CLOSED               PIC 9(03) VALUE ZERO.

       *> the balancing report's lines
       01  WS_REPORT_LINE                  PIC X(100) VALUE SPACES.
       01  WS_RPT_REJECT_LINE.
           05  FILLER                       PIC X(09) VALUE
                   "  REJECT ".
           05  WS_RPT_REJECT_NUMBER         PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RPT_REJECT_REASON         PIC X(27).
           05  FILLER                       PIC X(02) VALUE " [".
           05  WS_RPT_REJECT_RECORD         PIC X(23).
           05  FILLER                       PIC X(01) VALUE "]".
           05  FILLER                       PIC X(29) VALUE SPACES.
       01  WS_RPT_COUNTS_LINE.
           05  FILLER                       PIC X(09) VALUE
                   "  READ   ".
           05  WS_RPT_DETAIL_COUNT          PIC 9(08).
           05  FILLER                       PIC X(08) VALUE
                   " LOADED ".
           05  WS_RPT_LOADED_COUNT          PIC 9(08).
           05  FILLER                       PIC X(12) VALUE
                   " DUPLICATES ".
           05  WS_RPT_DUPLICATE_COUNT       PIC 9(08).
           05  FILLER                       PIC X(10) VALUE
                   " REJECTED ".
           05  WS_RPT_REJECTED_COUNT        PIC 9(08).
           05  FILLER                       PIC X(29) VALUE SPACES.
       01  WS_RPT_CONTROL_LINE.
           05  FILLER                       PIC X(17) VALUE
                   "  TRAILER COUNT  ".
           05  WS_RPT_TRAILER_COUNT         PIC X(08).
           05  FILLER                       PIC X(08) VALUE
                   " AMOUNT ".
           05  WS_RPT_TRAILER_AMOUNT        PIC X(12).
           05  FILLER                       PIC X(11) VALUE
                   " - FILE    ".
           05  WS_RPT_FILE_COUNT            PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RPT_FILE_AMOUNT           PIC 9(12).
           05  FILLER                       PIC X(23) VALUE SPACES.

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
                   "DEMO-BACKLD ".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> the legacy detail, laid out as the nightly detail is, so
       *> the checks below read exactly as DEMO-WRITER's do
       01  DEMO_REC.
           05 DEMO_DATE.
                   15 DEMO_DATE_YYYY PIC X(04).
                   15 DEMO_DATE_MM   PIC X(02).
                   15 DEMO_DATE_DD   PIC X(02).
           05 DEMO_STRING.
               10 DEMO_STRING_DAY              PIC X(02).
               10 DEMO_STRING_SWITCH         PIC X(01).
               10 DEMO_STRING_COUNTER        PIC 9(03).
           05 DEMO_AMOUNT_TEXT               PIC X(09).
           05 DEMO_PROVIDER_REF              PIC X(20).
           05 FILLER                         PIC X(07).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       *> this run's identifier - "BL" and YYMMDDHHMMSS, see
       *> B3070_ASSIGN_RUN_ID
       01  DB_RUN_ID               PIC X(14).
       01  DB_FILE_PATH            PIC X(100).
       01  DB_RECORD_NUMBER        PIC 9(08).
       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT               PIC 9(09).
       *> the detail's transaction reference as DEMO-WRITER keeps
       *> it - spaces when the legacy record carried none
       01  DB_PROVIDER_REF         PIC X(20).
       01  DB_ROW_COUNT            PIC 9(08).
       01  DB_PERIOD               PIC X(06).
       01  DB_YEAR                 PIC X(04).
       01  DB_PERIOD_START         PIC X(10).
       01  DB_PERIOD_END           PIC X(10).
       01  DB_CLOSED_COUNT         PIC 9(04).
       01  DB_YEAR_CLOSED_COUNT    PIC 9(04).
       01  DB_CLOSED_TS            PIC X(14).
       01  DB_STAT_READ            PIC 9(08).
       01  DB_STAT_ACCEPTED        PIC 9(08).
       01  DB_STAT_REJECTED        PIC 9(08).
       01  DB_STAT_DUPLICATES      PIC 9(08).
       01  DB_STAT_STARTED         PIC X(14).
       01  DB_STAT_ENDED           PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       *> end ocesql declaration

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           PERFORM B3060_DETERMINE_DB_PROFILE.

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM B3070_ASSIGN_RUN_ID.

           IF NOT WS_PARAMS_TEST

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B3057_REQUIRE_OPERATOR
           PERFORM B3100_CONNECT

           OPEN INPUT DEMO_BACKLOAD_LIST
           IF WS_LIST_FILE_STATUS NOT = "00"
               DISPLAY "*** LEGACY FILE LIST NOT FOUND: "
                   WS_PARAMS_LIST_PATH
               MOVE 1 TO RETURN-CODE
               PERFORM B3900_DISCONNECT
               STOP RUN
           END-IF

           *> logged once the run is certain to go ahead - a refused
           *> back-load must not read like an honored one on the log
           PERFORM B7510_WRITE_ACCESS_LOG

           OPEN OUTPUT DEMO_BACKLOAD_REPORT
           PERFORM B5000_WRITE_REPORT_HEADING

           *> GENERAL LOGIC
           PERFORM UNTIL WS_LIST_EOF_TRUE
               READ DEMO_BACKLOAD_LIST
                   AT END
                       MOVE 'Y' TO WS_LIST_EOF
                   NOT AT END
                       IF DEMO_BACKLOAD_LIST_RECORD NOT = SPACES
                           AND DEMO_BACKLOAD_LIST_RECORD(1:1) NOT = '*'
                           MOVE DEMO_BACKLOAD_LIST_RECORD
                               TO WS_LEGACY_PATH
                           PERFORM B4000_BACKLOAD_ONE_FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEMO_BACKLOAD_LIST

           PERFORM B5090_WRITE_REPORT_FOOTING
           CLOSE DEMO_BACKLOAD_REPORT

           *> FINISH UP
           PERFORM B3900_DISCONNECT

           DISPLAY "=== DEMO HISTORICAL BACK-LOAD ==="
           DISPLAY "RUN IDENTIFIER:  " DB_RUN_ID
           DISPLAY "AUTHORIZATION:   " WS_PARAMS_AUTH_REF
           DISPLAY "OPERATOR:        " WS_OPERATOR_ID
           DISPLAY "FILES LOADED:    " WS_FILES_LOADED
           DISPLAY "FILES REFUSED:   " WS_FILES_REFUSED
           DISPLAY "FILES SKIPPED:   " WS_FILES_SKIPPED
               " (ALREADY BACK-LOADED)"
           DISPLAY "RECORDS LOADED:  " WS_RUN_RECORDS_LOADED
           DISPLAY "SEE out/DEMO_BACKLOAD_REPORT.TXT"

           *> a refused file is the operator's to correct and rerun -
           *> the run says so in its RETURN-CODE
           IF WS_FILES_REFUSED > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF

           EXIT.

       *> reads each command-line argument individually by position -
       *> argument 1 the list of legacy files (or a TEST switch),
       *> argument 2 the authorization reference the conversion runs
       *> under
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
                   MOVE WS_PARAMS_ARG_VALUE TO WS_PARAMS_LIST_PATH
               END-IF
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:20) TO WS_PARAMS_AUTH_REF
           END-IF

           IF NOT WS_PARAMS_TEST
               IF WS_PARAMS_LIST_PATH = SPACES
                       OR WS_PARAMS_AUTH_REF = SPACES
                   DISPLAY "USAGE: demo_backload <legacy-file-list> "
                       "<auth-ref>"
                   DISPLAY "A BACK-LOAD WITHOUT AN AUTHORIZATION "
                       "REFERENCE IS REFUSED"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> the back-load writes into periods DEMO-WRITER refuses, so
       *> it only runs for an operator whose profile lists BACKLOAD.
       *> The access-log line is written from B1000 once the list is
       *> open, so the log carries honored back-loads only
       B3057_REQUIRE_OPERATOR.
           MOVE "BACKLOAD" TO WS_AUTH_ACTION
           MOVE SPACES TO WS_AUTH_TARGET
           STRING DB_RUN_ID DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS_PARAMS_AUTH_REF DELIMITED BY SIZE
           INTO WS_AUTH_TARGET
           PERFORM B7500_CHECK_OPERATOR_AUTH

           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
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

       *> the back-load's run identifier is the startup timestamp
       *> like DEMO-WRITER's, but led by "BL" (which costs it the
       *> century): no daily window on the run identifier - the
       *> volume trend, the provider chargeback, the balance proof -
       *> ever counts a conversion run as a night's load, and the
       *> run is still unique and still sorts by when it ran
       B3070_ASSIGN_RUN_ID.
           MOVE SPACES TO DB_RUN_ID
           STRING "BL" DELIMITED BY SIZE,
               WS_CURRENT_DATE_DATA(3:12) DELIMITED BY SIZE
           INTO DB_RUN_ID.

           EXIT.

       B3100_CONNECT.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B3900_DISCONNECT.
           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           EXIT.

       *> one legacy history row and its audit row - neither is
       *> committed here; the file's verdict commits or rolls back
       *> everything it wrote together, see B4400_SETTLE_FILE
       B3400_INSERT_HISTORY_ROW.
           EXEC SQL
               INSERT INTO demo_table_history
                   (report_date, report_text, run_id, source_system,
                    amount, provider_ref)
               VALUES (:DB_DATE, :DB_STRING, :DB_RUN_ID,
                       :DB_SOURCE_SYSTEM, :DB_AMOUNT, :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE WS_LEGACY_PATH TO DB_FILE_PATH
           MOVE WS_RECORD_NUMBER TO DB_RECORD_NUMBER

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    provider_ref)
               VALUES (:DB_RUN_ID, :DB_FILE_PATH, :DB_RECORD_NUMBER,
                       'BACKLOADED', :DB_DATE, :DB_STRING,
                       :DB_SOURCE_SYSTEM, :DB_AMOUNT, :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> the same record already held - live, archived, or loaded
       *> earlier in this same file - is skipped as DEMO-WRITER skips
       *> a duplicate: by transaction reference and source when the
       *> record carries one, otherwise by date, string and source
       B3410_COUNT_EXISTING_ROWS.
           IF DB_PROVIDER_REF NOT = SPACES
               PERFORM B3411_COUNT_EXISTING_REFERENCE
           ELSE
               PERFORM B3412_COUNT_EXISTING_DATE_STRING
           END-IF.

           EXIT.

       B3412_COUNT_EXISTING_DATE_STRING.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM (SELECT report_date
                     FROM demo_table
                     WHERE report_date = :DB_DATE
                       AND report_text = :DB_STRING
                       AND COALESCE(source_system, 'PRI')
                               = :DB_SOURCE_SYSTEM
                     UNION ALL
                     SELECT report_date
                     FROM demo_table_history
                     WHERE report_date = :DB_DATE
                       AND report_text = :DB_STRING
                       AND COALESCE(source_system, 'PRI')
                               = :DB_SOURCE_SYSTEM) AS d
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B3411_COUNT_EXISTING_REFERENCE.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM (SELECT report_date
                     FROM demo_table
                     WHERE provider_ref = :DB_PROVIDER_REF
                       AND COALESCE(source_system, 'PRI')
                               = :DB_SOURCE_SYSTEM
                     UNION ALL
                     SELECT report_date
                     FROM demo_table_history
                     WHERE provider_ref = :DB_PROVIDER_REF
                       AND COALESCE(source_system, 'PRI')
                               = :DB_SOURCE_SYSTEM) AS d
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> what the database knows about a period the run hasn't met
       *> yet: whether it is closed, whether its year is, and whether
       *> the system has ever held a row dated in it
       B3420_QUERY_PERIOD_STATUS.
           MOVE WS_CHECK_PERIOD TO DB_PERIOD
           MOVE WS_CHECK_PERIOD(1:4) TO DB_YEAR
           PERFORM B4520_BUILD_PERIOD_BOUNDS

           EXEC SQL
               SELECT COUNT(*) INTO :DB_CLOSED_COUNT
               FROM demo_closed_periods
               WHERE period = :DB_PERIOD
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               SELECT COUNT(*) INTO :DB_YEAR_CLOSED_COUNT
               FROM demo_closed_years
               WHERE year = :DB_YEAR
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM (SELECT report_date
                     FROM demo_table
                     WHERE report_date BETWEEN (:DB_PERIOD_START)
                                           AND (:DB_PERIOD_END)
                     UNION ALL
                     SELECT report_date
                     FROM demo_table_history
                     WHERE report_date BETWEEN (:DB_PERIOD_START)
                                           AND (:DB_PERIOD_END))
                    AS u
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> LEGACY FILE LOAD

       *> one legacy file, start to verdict. A file already on the
       *> back-load register was loaded by an earlier run and is
       *> left alone.
       B4000_BACKLOAD_ONE_FILE.
           PERFORM B4010_CHECK_REGISTER
           IF WS_ON_REGISTER_TRUE
               ADD 1 TO WS_FILES_SKIPPED
               MOVE SPACES TO WS_REPORT_LINE
               STRING "FILE " DELIMITED BY SIZE,
                   WS_LEGACY_PATH DELIMITED BY SPACE
               INTO WS_REPORT_LINE
               WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE
               MOVE "  ALREADY BACK-LOADED - SKIPPED"
                   TO WS_REPORT_LINE
               WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE
           ELSE
               PERFORM B4005_LOAD_LEGACY_FILE
           END-IF.

           EXIT.

       B4005_LOAD_LEGACY_FILE.
           PERFORM B4020_RESET_FILE_TALLIES
           PERFORM B5010_WRITE_FILE_HEADING

           OPEN INPUT DEMO_LEGACY_DATA
           IF WS_LEGACY_FILE_STATUS NOT = "00"
               MOVE "FILE NOT FOUND" TO WS_FILE_REFUSE_REASON
           ELSE
               MOVE 'N' TO WS_EOF
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_LEGACY_DATA
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF DEMO_LEGACY_DATA_RECORD NOT = SPACES
                               ADD 1 TO WS_RECORD_NUMBER
                               PERFORM B4030_TAKE_LEGACY_RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_LEGACY_DATA
           END-IF

           PERFORM B4350_BALANCE_FILE
           PERFORM B4400_SETTLE_FILE.

           EXIT.

       B4010_CHECK_REGISTER.
           SET WS_ON_REGISTER_FALSE TO TRUE
           MOVE 'N' TO WS_REGISTER_EOF

           OPEN INPUT DEMO_BACKLOAD_REGISTER
           IF WS_REGISTER_FILE_STATUS = "00"
               PERFORM UNTIL WS_REGISTER_EOF_TRUE
                                   OR WS_ON_REGISTER_TRUE
                   READ DEMO_BACKLOAD_REGISTER
                       AT END
                           MOVE 'Y' TO WS_REGISTER_EOF
                       NOT AT END
                           IF REG_PATH = WS_LEGACY_PATH
                               SET WS_ON_REGISTER_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_BACKLOAD_REGISTER
           END-IF.

           EXIT.

       B4020_RESET_FILE_TALLIES.
           MOVE ZERO TO WS_RECORD_NUMBER
           MOVE ZERO TO WS_DETAIL_COUNT
           MOVE ZERO TO WS_LOADED_COUNT
           MOVE ZERO TO WS_DUPLICATE_COUNT
           MOVE ZERO TO WS_REJECTED_COUNT
           MOVE ZERO TO WS_AMOUNT_TOTAL
           MOVE ZERO TO WS_LOADED_AMOUNT
           MOVE SPACES TO WS_FILE_REFUSE_REASON
           MOVE SPACES TO WS_LEGACY_HEADER
           MOVE SPACES TO WS_TRAILER_RECORD
           MOVE "PRI" TO DB_SOURCE_SYSTEM
           SET WS_HEADER_SEEN_FALSE TO TRUE
           SET WS_TRAILER_SEEN_FALSE TO TRUE

           MOVE ZERO TO WS_PERIOD_IDX
           PERFORM UNTIL WS_PERIOD_IDX >= WS_PERIOD_COUNT
               ADD 1 TO WS_PERIOD_IDX
               MOVE 'N' TO WS_PERIOD_ENTRY_TOUCHED(WS_PERIOD_IDX)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS_CLOCK_DATA
           MOVE WS_CLOCK_DATA(1:14) TO WS_FILE_STARTED_TS.

           EXIT.

       *> the header leads, the trailer closes, and everything
       *> between is a detail - a file out of that shape is refused
       *> whole, since its controls can't be trusted
       B4030_TAKE_LEGACY_RECORD.
           IF WS_TRAILER_SEEN_TRUE
               IF WS_FILE_REFUSE_REASON = SPACES
                   MOVE "RECORD AFTER TRAILER" TO WS_FILE_REFUSE_REASON
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DEMO_LEGACY_DATA_RECORD(1:1) = 'H'
                   IF WS_HEADER_SEEN_TRUE OR WS_RECORD_NUMBER > 1
                       IF WS_FILE_REFUSE_REASON = SPACES
                           MOVE "HEADER NOT FIRST OR REPEATED"
                               TO WS_FILE_REFUSE_REASON
                       END-IF
                   ELSE
                       PERFORM B4040_CAPTURE_HEADER
                   END-IF
               WHEN DEMO_LEGACY_DATA_RECORD(1:1) = 'T'
                   MOVE DEMO_LEGACY_DATA_RECORD TO WS_TRAILER_RECORD
                   SET WS_TRAILER_SEEN_TRUE TO TRUE
               WHEN OTHER
                   IF WS_HEADER_SEEN_FALSE
                       AND WS_FILE_REFUSE_REASON = SPACES
                       MOVE "NO HEADER BEFORE THE FIRST DETAIL"
                           TO WS_FILE_REFUSE_REASON
                   END-IF
                   ADD 1 TO WS_DETAIL_COUNT
                   MOVE DEMO_LEGACY_DATA_RECORD TO DEMO_REC
                   PERFORM B4100_LOAD_LEGACY_DETAIL
           END-EVALUATE.

           EXIT.

       B4040_CAPTURE_HEADER.
           MOVE DEMO_LEGACY_DATA_RECORD TO WS_LEGACY_HEADER
           SET WS_HEADER_SEEN_TRUE TO TRUE
           IF WS_LEGACY_SOURCE = SPACES
               MOVE "PRI" TO WS_LEGACY_SOURCE
           END-IF
           MOVE WS_LEGACY_SOURCE TO DB_SOURCE_SYSTEM

           MOVE SPACES TO WS_REPORT_LINE
           STRING "  SOURCE " DELIMITED BY SIZE,
               WS_LEGACY_SOURCE DELIMITED BY SIZE,
               "  EXTRACTED " DELIMITED BY SIZE,
               WS_LEGACY_EXTRACT_DATE DELIMITED BY SIZE,
               "  LEGACY REFERENCE " DELIMITED BY SIZE,
               WS_LEGACY_REFERENCE DELIMITED BY SIZE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE.

           EXIT.

       *> validated, then loaded into history (or skipped as already
       *> held) or listed as a reject. Every detail counts toward
       *> the file's amount control, rejected or not, as it does
       *> against a nightly trailer.
       B4100_LOAD_LEGACY_DETAIL.
           PERFORM B4110_PROCESS_LEGACY_RECORD

           IF WS_GOOD_DATE_TRUE AND WS_GOOD_STRING_TRUE
                                AND WS_GOOD_CALENDAR_TRUE
                                AND WS_GOOD_PERIOD_TRUE
                                AND WS_GOOD_CROSS_TRUE
                                AND WS_GOOD_SWITCH_TRUE
                                AND WS_GOOD_AMOUNT_TRUE
               STRING DEMO_DATE_YYYY DELIMITED BY SIZE,
                   '-' DELIMITED BY SIZE,
                   DEMO_DATE_MM DELIMITED BY SIZE,
                   '-' DELIMITED BY SIZE,
                   DEMO_DATE_DD DELIMITED BY SIZE
               INTO DB_DATE
               MOVE DEMO_STRING TO DB_STRING
               MOVE DEMO_PROVIDER_REF TO DB_PROVIDER_REF
               PERFORM B3410_COUNT_EXISTING_ROWS
               IF DB_ROW_COUNT > ZERO
                   ADD 1 TO WS_DUPLICATE_COUNT
               ELSE
                   PERFORM B3400_INSERT_HISTORY_ROW
                   ADD 1 TO WS_LOADED_COUNT
                   ADD DB_AMOUNT TO WS_LOADED_AMOUNT
                   MOVE 'Y'
                       TO WS_PERIOD_ENTRY_TOUCHED(WS_PERIOD_FOUND_IDX)
               END-IF
           ELSE
               PERFORM B4120_SET_REJECT_REASON
               ADD 1 TO WS_REJECTED_COUNT
               MOVE WS_RECORD_NUMBER TO WS_RPT_REJECT_NUMBER
               MOVE WS_REJECT_REASON TO WS_RPT_REJECT_REASON
               MOVE DEMO_LEGACY_DATA_RECORD TO WS_RPT_REJECT_RECORD
               WRITE DEMO_BACKLOAD_REPORT_RECORD
                   FROM WS_RPT_REJECT_LINE
           END-IF.

           EXIT.

       *> BUSINESS LOGIC - DEMO-WRITER's record checks, with the
       *> closed-period check turned round: the record must fall in
       *> a period the back-load may write (see B4240)
       B4110_PROCESS_LEGACY_RECORD.
           SET WS_GOOD_SWITCH_TRUE TO TRUE
           SET WS_GOOD_CALENDAR_TRUE TO TRUE
           SET WS_GOOD_PERIOD_TRUE TO TRUE
           SET WS_GOOD_CROSS_TRUE TO TRUE
           PERFORM B4200_DATE_CHECK
           PERFORM B4300_STRING_CHECK
           PERFORM B4126_EXTRACT_DETAIL_AMOUNT
           IF WS_GOOD_DATE_TRUE
                   PERFORM B4210_CALENDAR_CHECK
           END-IF
           IF WS_GOOD_DATE_TRUE AND WS_GOOD_CALENDAR_TRUE
                   PERFORM B4240_PERIOD_OPEN_TO_BACKLOAD_CHECK
           END-IF
           IF WS_GOOD_STRING_TRUE AND WS_GOOD_DATE_TRUE
                   PERFORM B4310_CROSS_FIELD_CHECK
                   PERFORM B4301_UPDATE_STRING_SWITCH
           END-IF.

           EXIT.

       *> the first failed check names the reject, in DEMO-WRITER's
       *> words where the check is DEMO-WRITER's
       B4120_SET_REJECT_REASON.
           EVALUATE TRUE
               WHEN WS_GOOD_DATE_FALSE AND WS_GOOD_STRING_FALSE
                   MOVE "BAD DATE AND BAD STRING" TO WS_REJECT_REASON
               WHEN WS_GOOD_DATE_FALSE
                   MOVE "BAD DATE" TO WS_REJECT_REASON
               WHEN WS_GOOD_STRING_FALSE
                   MOVE "BAD STRING" TO WS_REJECT_REASON
               WHEN WS_GOOD_CALENDAR_FALSE
                   MOVE "BAD CALENDAR DATE" TO WS_REJECT_REASON
               WHEN WS_GOOD_PERIOD_FALSE AND WS_PERIOD_YEAR_CLOSED
                   MOVE "CLOSED YEAR" TO WS_REJECT_REASON
               WHEN WS_GOOD_PERIOD_FALSE
                   MOVE "PERIOD NOT CLOSED" TO WS_REJECT_REASON
               WHEN WS_GOOD_CROSS_FALSE
                   MOVE "DAY MISMATCH" TO WS_REJECT_REASON
               WHEN WS_GOOD_SWITCH_FALSE
                   MOVE "BAD SWITCH COUNTER" TO WS_REJECT_REASON
               WHEN WS_GOOD_AMOUNT_FALSE
                   MOVE "BAD AMOUNT" TO WS_REJECT_REASON
           END-EVALUATE.

           EXIT.

       B4126_EXTRACT_DETAIL_AMOUNT.
           SET WS_GOOD_AMOUNT_TRUE TO TRUE
           MOVE ZERO TO DB_AMOUNT

           IF DEMO_AMOUNT_TEXT IS NUMERIC
               MOVE DEMO_AMOUNT_TEXT TO DB_AMOUNT
               ADD DB_AMOUNT TO WS_AMOUNT_TOTAL
           ELSE
               IF DEMO_AMOUNT_TEXT NOT = SPACES
                   SET WS_GOOD_AMOUNT_FALSE TO TRUE
               END-IF
           END-IF.

           EXIT.

       B4200_DATE_CHECK.
           MOVE 'T' TO WS_GOOD_DATE
           IF DEMO_DATE NOT NUMERIC
               MOVE 'F' TO WS_GOOD_DATE
           END-IF.

           EXIT.

       *> DEMO_DATE being numeric says nothing about it being a real
       *> date - 20260231 is numeric. Month and day-of-month are held
       *> to the actual calendar, February to the leap-year rule.
       B4210_CALENDAR_CHECK.
           MOVE 'T' TO WS_GOOD_CALENDAR
           MOVE DEMO_DATE TO WS_DATE_NUM

           IF WS_DATE_NUM_MONTH < 1 OR WS_DATE_NUM_MONTH > 12
               MOVE 'F' TO WS_GOOD_CALENDAR
           ELSE
               MOVE WS_MONTH_DAYS_ENTRY(WS_DATE_NUM_MONTH)
                   TO WS_MONTH_DAY_LIMIT
               IF WS_DATE_NUM_MONTH = 2
                   PERFORM B4215_ADJUST_FOR_LEAP_YEAR
               END-IF
               IF WS_DATE_NUM_DAY < 1
                       OR WS_DATE_NUM_DAY > WS_MONTH_DAY_LIMIT
                   MOVE 'F' TO WS_GOOD_CALENDAR
               END-IF
           END-IF.

           EXIT.

       *> a leap-year February has 29 days - divisible by 4, except
       *> century years, which must be divisible by 400
       B4215_ADJUST_FOR_LEAP_YEAR.
           DIVIDE WS_DATE_NUM_YEAR BY 400 GIVING WS_LEAP_QUOTIENT
               REMAINDER WS_LEAP_REMAINDER
           IF WS_LEAP_REMAINDER = ZERO
               MOVE 29 TO WS_MONTH_DAY_LIMIT
           ELSE
               DIVIDE WS_DATE_NUM_YEAR BY 100 GIVING WS_LEAP_QUOTIENT
                   REMAINDER WS_LEAP_REMAINDER
               IF WS_LEAP_REMAINDER NOT = ZERO
                   DIVIDE WS_DATE_NUM_YEAR BY 4 GIVING WS_LEAP_QUOTIENT
                       REMAINDER WS_LEAP_REMAINDER
                   IF WS_LEAP_REMAINDER = ZERO
                       MOVE 29 TO WS_MONTH_DAY_LIMIT
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> where DEMO-WRITER refuses a closed period, the back-load
       *> takes only closed (or never-opened, pre-system) periods -
       *> see the banner. A run meeting more periods than the table
       *> holds refuses the rest rather than guess at them.
       B4240_PERIOD_OPEN_TO_BACKLOAD_CHECK.
           MOVE 'T' TO WS_GOOD_PERIOD
           MOVE DEMO_DATE(1:6) TO WS_CHECK_PERIOD
           PERFORM B4250_FIND_PERIOD_STATUS
           IF WS_PERIOD_FOUND_IDX = ZERO
               MOVE 'F' TO WS_GOOD_PERIOD
               IF WS_FILE_REFUSE_REASON = SPACES
                   MOVE "MORE PERIODS THAN THE RUN CAN TRACK"
                       TO WS_FILE_REFUSE_REASON
               END-IF
           ELSE
               IF WS_PERIOD_OPEN OR WS_PERIOD_YEAR_CLOSED
                   MOVE 'F' TO WS_GOOD_PERIOD
               END-IF
           END-IF.

           EXIT.

       B4250_FIND_PERIOD_STATUS.
           MOVE ZERO TO WS_PERIOD_FOUND_IDX
           MOVE SPACE TO WS_PERIOD_STATUS
           MOVE ZERO TO WS_PERIOD_IDX

           PERFORM UNTIL WS_PERIOD_IDX >= WS_PERIOD_COUNT
                               OR WS_PERIOD_FOUND_IDX > ZERO
               ADD 1 TO WS_PERIOD_IDX
               IF WS_PERIOD_ENTRY_PERIOD(WS_PERIOD_IDX)
                       = WS_CHECK_PERIOD
                   MOVE WS_PERIOD_IDX TO WS_PERIOD_FOUND_IDX
                   MOVE WS_PERIOD_ENTRY_STATUS(WS_PERIOD_IDX)
                       TO WS_PERIOD_STATUS
               END-IF
           END-PERFORM

           IF WS_PERIOD_FOUND_IDX = ZERO
                   AND WS_PERIOD_COUNT < WS_PERIOD_TABLE_MAX
               PERFORM B3420_QUERY_PERIOD_STATUS
               PERFORM B4256_CLASSIFY_PERIOD
               ADD 1 TO WS_PERIOD_COUNT
               MOVE WS_PERIOD_COUNT TO WS_PERIOD_FOUND_IDX
               MOVE WS_CHECK_PERIOD
                   TO WS_PERIOD_ENTRY_PERIOD(WS_PERIOD_COUNT)
               MOVE WS_PERIOD_STATUS
                   TO WS_PERIOD_ENTRY_STATUS(WS_PERIOD_COUNT)
               MOVE 'N' TO WS_PERIOD_ENTRY_TOUCHED(WS_PERIOD_COUNT)
           END-IF.

           EXIT.

       *> the year lock outranks everything; a closed period loads; a
       *> period not yet over, or one the live system has written
       *> into without closing, is open; anything else the system has
       *> never seen is pre-system history
       B4256_CLASSIFY_PERIOD.
           EVALUATE TRUE
               WHEN DB_YEAR_CLOSED_COUNT > ZERO
                   SET WS_PERIOD_YEAR_CLOSED TO TRUE
               WHEN DB_CLOSED_COUNT > ZERO
                   SET WS_PERIOD_CLOSED TO TRUE
               WHEN WS_CHECK_PERIOD >= WS_CURRENT_DATE(1:6)
                   SET WS_PERIOD_OPEN TO TRUE
               WHEN DB_ROW_COUNT > ZERO
                   SET WS_PERIOD_OPEN TO TRUE
               WHEN OTHER
                   SET WS_PERIOD_PRE_SYSTEM TO TRUE
           END-EVALUATE.

           EXIT.

       B4300_STRING_CHECK.
           MOVE 'T' TO WS_GOOD_STRING
           IF DEMO_STRING = SPACES OR DEMO_STRING = LOW-VALUE
               MOVE 'F' TO WS_GOOD_STRING
           END-IF.

           EXIT.

       *> DEMO_STRING_DAY is carried separately from DEMO_DATE_DD on
       *> the record - they should always agree, so flag any record
       *> where the file gives two different days
       B4310_CROSS_FIELD_CHECK.
           MOVE 'T' TO WS_GOOD_CROSS
           IF DEMO_STRING_DAY NOT = DEMO_DATE_DD
               MOVE 'F' TO WS_GOOD_CROSS
           END-IF.

           EXIT.

       *> the switch code as DEMO-WRITER settles it - recognized codes
       *> pass through untouched, anything blank or unrecognized
       *> takes the long-standing default of 'Z', so a back-loaded
       *> row summarizes under the same switch a nightly one would
       B4301_UPDATE_STRING_SWITCH.
           EVALUATE DEMO_STRING_SWITCH
               WHEN 'A'
                   PERFORM B4302_HANDLE_SWITCH_A
               WHEN 'B'
                   MOVE 'B' TO DEMO_STRING_SWITCH
               WHEN OTHER
                   MOVE 'Z' TO DEMO_STRING_SWITCH
           END-EVALUATE.

           EXIT.

       *> switch 'A' records carry a meaningful DEMO_STRING_COUNTER -
       *> a zero counter is not a valid 'A' record
       B4302_HANDLE_SWITCH_A.
           MOVE 'A' TO DEMO_STRING_SWITCH.
           IF DEMO_STRING_COUNTER = ZERO
               SET WS_GOOD_SWITCH_FALSE TO TRUE
           END-IF.

           EXIT.

       *> FILE BALANCING

       *> the file's controls: a header, a trailer carrying both
       *> totals, and both totals agreeing with what was read. The
       *> first disagreement is the one reported.
       B4350_BALANCE_FILE.
           MOVE ZERO TO WS_TRAILER_DETAIL_NUM
           MOVE ZERO TO WS_TRAILER_AMOUNT_NUM
           IF WS_TRAILER_DETAIL_COUNT IS NUMERIC
               MOVE WS_TRAILER_DETAIL_COUNT TO WS_TRAILER_DETAIL_NUM
           END-IF
           IF WS_TRAILER_AMOUNT_TOTAL IS NUMERIC
               MOVE WS_TRAILER_AMOUNT_TOTAL TO WS_TRAILER_AMOUNT_NUM
           END-IF

           IF WS_FILE_REFUSE_REASON = SPACES
               EVALUATE TRUE
                   WHEN WS_HEADER_SEEN_FALSE
                       MOVE "NO HEADER" TO WS_FILE_REFUSE_REASON
                   WHEN WS_TRAILER_SEEN_FALSE
                       MOVE "NO TRAILER" TO WS_FILE_REFUSE_REASON
                   WHEN WS_TRAILER_DETAIL_COUNT IS NOT NUMERIC
                           OR WS_TRAILER_AMOUNT_TOTAL IS NOT NUMERIC
                       MOVE "TRAILER CONTROLS MISSING"
                           TO WS_FILE_REFUSE_REASON
                   WHEN WS_TRAILER_DETAIL_NUM NOT = WS_DETAIL_COUNT
                       MOVE "TRAILER COUNT DOES NOT BALANCE"
                           TO WS_FILE_REFUSE_REASON
                   WHEN WS_TRAILER_AMOUNT_NUM NOT = WS_AMOUNT_TOTAL
                       MOVE "TRAILER AMOUNT DOES NOT BALANCE"
                           TO WS_FILE_REFUSE_REASON
                   WHEN WS_REJECTED_COUNT > ZERO
                       MOVE "RECORDS REJECTED"
                           TO WS_FILE_REFUSE_REASON
               END-EVALUATE
           END-IF

           MOVE WS_DETAIL_COUNT TO WS_RPT_DETAIL_COUNT
           MOVE WS_LOADED_COUNT TO WS_RPT_LOADED_COUNT
           MOVE WS_DUPLICATE_COUNT TO WS_RPT_DUPLICATE_COUNT
           MOVE WS_REJECTED_COUNT TO WS_RPT_REJECTED_COUNT
           MOVE WS_TRAILER_DETAIL_COUNT TO WS_RPT_TRAILER_COUNT
           MOVE WS_TRAILER_AMOUNT_TOTAL TO WS_RPT_TRAILER_AMOUNT
           MOVE WS_DETAIL_COUNT TO WS_RPT_FILE_COUNT
           MOVE WS_AMOUNT_TOTAL TO WS_RPT_FILE_AMOUNT.

           EXIT.

       *> a balanced file is committed with everything that goes with
       *> it - the summaries of the periods it loaded, the closing of
       *> the pre-system ones, its run statistics - and then goes on
       *> the register. Anything else is rolled back whole.
       B4400_SETTLE_FILE.
           IF WS_REPORT_FILE_STATUS = "00"
               WRITE DEMO_BACKLOAD_REPORT_RECORD
                   FROM WS_RPT_COUNTS_LINE
               WRITE DEMO_BACKLOAD_REPORT_RECORD
                   FROM WS_RPT_CONTROL_LINE
           END-IF

           IF WS_FILE_REFUSE_REASON NOT = SPACES
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS_FILES_REFUSED
               MOVE SPACES TO WS_REPORT_LINE
               STRING "  REFUSED - " DELIMITED BY SIZE,
                   WS_FILE_REFUSE_REASON DELIMITED BY SIZE,
                   " - NOTHING LOADED" DELIMITED BY SIZE
               INTO WS_REPORT_LINE
               WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE
               DISPLAY "*** LEGACY FILE REFUSED - "
                   WS_FILE_REFUSE_REASON
               DISPLAY "    " WS_LEGACY_PATH
           ELSE
               PERFORM B4405_POST_LOADED_FILE
           END-IF.

           EXIT.

       B4405_POST_LOADED_FILE.
           MOVE ZERO TO WS_PERIODS_REBUILT
           MOVE ZERO TO WS_PERIODS_CLOSED
           MOVE ZERO TO WS_PERIOD_IDX
           PERFORM UNTIL WS_PERIOD_IDX >= WS_PERIOD_COUNT
               ADD 1 TO WS_PERIOD_IDX
               IF WS_PERIOD_ENTRY_TOUCHED(WS_PERIOD_IDX) = 'Y'
                   PERFORM B4500_SETTLE_PERIOD
               END-IF
           END-PERFORM

           PERFORM B4410_WRITE_RUN_STATS

           EXEC SQL COMMIT WORK END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           *> closed by the commit just made - from here on the run
           *> treats them as any closed period
           MOVE ZERO TO WS_PERIOD_IDX
           PERFORM UNTIL WS_PERIOD_IDX >= WS_PERIOD_COUNT
               ADD 1 TO WS_PERIOD_IDX
               IF WS_PERIOD_ENTRY_TOUCHED(WS_PERIOD_IDX) = 'Y'
                   MOVE 'C' TO WS_PERIOD_ENTRY_STATUS(WS_PERIOD_IDX)
               END-IF
           END-PERFORM

           PERFORM B4420_WRITE_REGISTER_LINE
           ADD 1 TO WS_FILES_LOADED
           ADD WS_LOADED_COUNT TO WS_RUN_RECORDS_LOADED

           MOVE SPACES TO WS_REPORT_LINE
           STRING "  LOADED - " DELIMITED BY SIZE,
               WS_PERIODS_REBUILT DELIMITED BY SIZE,
               " PERIOD SUMMARIES REBUILT, " DELIMITED BY SIZE,
               WS_PERIODS_CLOSED DELIMITED BY SIZE,
               " PRE-SYSTEM PERIODS CLOSED" DELIMITED BY SIZE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE.

           EXIT.

       *> one row per legacy file, under the back-load's own run id,
       *> so the run's audit rows are vouched for like any load's
       B4410_WRITE_RUN_STATS.
           MOVE FUNCTION CURRENT-DATE TO WS_CLOCK_DATA
           MOVE WS_LEGACY_PATH TO DB_FILE_PATH
           MOVE WS_DETAIL_COUNT TO DB_STAT_READ
           MOVE WS_LOADED_COUNT TO DB_STAT_ACCEPTED
           MOVE WS_REJECTED_COUNT TO DB_STAT_REJECTED
           MOVE WS_DUPLICATE_COUNT TO DB_STAT_DUPLICATES
           MOVE WS_FILE_STARTED_TS TO DB_STAT_STARTED
           MOVE WS_CLOCK_DATA(1:14) TO DB_STAT_ENDED

           EXEC SQL
               INSERT INTO demo_run_stats
                   (run_id, file_path, records_read, accepted,
                    rejected, duplicates, started, ended,
                    source_system)
               VALUES (:DB_RUN_ID, :DB_FILE_PATH,
                       :DB_STAT_READ, :DB_STAT_ACCEPTED,
                       :DB_STAT_REJECTED, :DB_STAT_DUPLICATES,
                       :DB_STAT_STARTED, :DB_STAT_ENDED,
                       :DB_SOURCE_SYSTEM)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B4420_WRITE_REGISTER_LINE.
           MOVE SPACES TO DEMO_BACKLOAD_REGISTER_RECORD
           MOVE WS_LEGACY_PATH TO REG_PATH
           MOVE DB_RUN_ID TO REG_RUN_ID
           MOVE WS_LOADED_COUNT TO REG_LOADED_COUNT
           MOVE WS_LOADED_AMOUNT TO REG_LOADED_AMOUNT
           MOVE WS_PARAMS_AUTH_REF TO REG_AUTH_REF

           OPEN EXTEND DEMO_BACKLOAD_REGISTER
           IF WS_REGISTER_FILE_STATUS = "05"
                               OR WS_REGISTER_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_BACKLOAD_REGISTER
           END-IF
           WRITE DEMO_BACKLOAD_REGISTER_RECORD
           CLOSE DEMO_BACKLOAD_REGISTER.

           EXIT.

       *> PERIOD SETTLEMENT

       *> a pre-system period is closed by the commit that first
       *> loads it, and every period the file loaded has its summary
       *> rebuilt the way DEMO-MONTHCLOSE builds it - from
       *> demo_table and demo_table_history together
       B4500_SETTLE_PERIOD.
           MOVE WS_PERIOD_ENTRY_PERIOD(WS_PERIOD_IDX) TO WS_CHECK_PERIOD
           MOVE WS_CHECK_PERIOD TO DB_PERIOD
           PERFORM B4520_BUILD_PERIOD_BOUNDS

           IF WS_PERIOD_ENTRY_STATUS(WS_PERIOD_IDX) = 'P'
               MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_CLOSED_TS
               EXEC SQL
                   INSERT INTO demo_closed_periods
                       (period, closed_ts)
                   VALUES (:DB_PERIOD, :DB_CLOSED_TS)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM B8000_SQL_ERROR
                   STOP RUN
               END-IF
               ADD 1 TO WS_PERIODS_CLOSED
           END-IF

           EXEC SQL
               DELETE FROM demo_monthly_summary
               WHERE period = :DB_PERIOD
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           EXEC SQL
               INSERT INTO demo_monthly_summary
                   (period, report_date, switch_code,
                    record_count, counter_total)
               SELECT :DB_PERIOD, report_date,
                      SUBSTR(report_text, 3, 1),
                      COUNT(*),
                      SUM(CAST(SUBSTR(report_text, 4, 3) AS INTEGER))
               FROM (SELECT report_date, report_text
                     FROM demo_table
                     WHERE report_date BETWEEN (:DB_PERIOD_START)
                                           AND (:DB_PERIOD_END)
                     UNION ALL
                     SELECT report_date, report_text
                     FROM demo_table_history
                     WHERE report_date BETWEEN (:DB_PERIOD_START)
                                           AND (:DB_PERIOD_END))
                    AS u
               GROUP BY report_date, SUBSTR(report_text, 3, 1)
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           ADD 1 TO WS_PERIODS_REBUILT.

           EXIT.

       *> the period's first and last calendar day, February's last
       *> answering to the leap rule
       B4520_BUILD_PERIOD_BOUNDS.
           MOVE WS_CHECK_PERIOD TO WS_PERIOD_SPLIT
           MOVE WS_PERIOD_YEAR TO WS_DATE_NUM_YEAR
           MOVE WS_MONTH_DAYS_ENTRY(WS_PERIOD_MONTH)
               TO WS_MONTH_DAY_LIMIT
           IF WS_PERIOD_MONTH = 2
               PERFORM B4215_ADJUST_FOR_LEAP_YEAR
           END-IF

           MOVE SPACES TO DB_PERIOD_START
           STRING WS_PERIOD_YEAR DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PERIOD_MONTH DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               "01" DELIMITED BY SIZE
           INTO DB_PERIOD_START

           MOVE SPACES TO DB_PERIOD_END
           STRING WS_PERIOD_YEAR DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PERIOD_MONTH DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_MONTH_DAY_LIMIT DELIMITED BY SIZE
           INTO DB_PERIOD_END.

           EXIT.

       *> BALANCING REPORT

       B5000_WRITE_REPORT_HEADING.
           MOVE SPACES TO WS_REPORT_LINE
           STRING "DEMO HISTORICAL BACK-LOAD - RUN " DELIMITED BY SIZE,
               DB_RUN_ID DELIMITED BY SIZE,
               " - OPERATOR " DELIMITED BY SIZE,
               WS_OPERATOR_ID DELIMITED BY SIZE,
               " - AUTHORIZATION " DELIMITED BY SIZE,
               WS_PARAMS_AUTH_REF DELIMITED BY SIZE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE

           MOVE SPACES TO WS_REPORT_LINE
           STRING "LEGACY FILE LIST " DELIMITED BY SIZE,
               WS_PARAMS_LIST_PATH DELIMITED BY SPACE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE.

           EXIT.

       B5010_WRITE_FILE_HEADING.
           MOVE SPACES TO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE
           STRING "FILE " DELIMITED BY SIZE,
               WS_LEGACY_PATH DELIMITED BY SPACE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE.

           EXIT.

       B5090_WRITE_REPORT_FOOTING.
           MOVE SPACES TO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE
           STRING "FILES LOADED " DELIMITED BY SIZE,
               WS_FILES_LOADED DELIMITED BY SIZE,
               "  REFUSED " DELIMITED BY SIZE,
               WS_FILES_REFUSED DELIMITED BY SIZE,
               "  SKIPPED " DELIMITED BY SIZE,
               WS_FILES_SKIPPED DELIMITED BY SIZE,
               "  RECORDS LOADED " DELIMITED BY SIZE,
               WS_RUN_RECORDS_LOADED DELIMITED BY SIZE
           INTO WS_REPORT_LINE
           WRITE DEMO_BACKLOAD_REPORT_RECORD FROM WS_REPORT_LINE.

           EXIT.

       *> OPERATOR AUTHORIZATION

       *> holds the requested privileged action to the operator
       *> profile file: DEMO_OPERATOR must name who is asking, and
       *> that operator's profile line must list the action. No
       *> profile file on disk refuses everyone - a privileged lever
       *> nobody can attribute is exactly what this closes.
       B7500_CHECK_OPERATOR_AUTH.
           SET WS_AUTH_GRANTED_FALSE TO TRUE
           MOVE SPACES TO WS_OPERATOR_ID
           ACCEPT WS_OPERATOR_ID FROM ENVIRONMENT "DEMO_OPERATOR"

           IF WS_OPERATOR_ID = SPACES
               DISPLAY "*** " WS_AUTH_ACTION " REFUSED - SET "
                   "DEMO_OPERATOR TO YOUR OPERATOR ID ***"
           ELSE
               MOVE 'N' TO WS_OPR_EOF
               OPEN INPUT DEMO_OPERATOR_PROFILES
               IF WS_OPR_PROFILES_FILE_STATUS = "00"
                   PERFORM UNTIL WS_OPR_EOF = 'Y'
                                       OR WS_AUTH_GRANTED_TRUE
                       READ DEMO_OPERATOR_PROFILES
                           AT END
                               MOVE 'Y' TO WS_OPR_EOF
                           NOT AT END
                               IF OPR_ID = WS_OPERATOR_ID
                                   PERFORM B7505_SCAN_PROFILE_ACTIONS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEMO_OPERATOR_PROFILES
               ELSE
                   DISPLAY "*** DEMO_OPERATOR_PROFILES.DAT NOT ON "
                       "FILE - NO PRIVILEGED ACTION IS HONORED ***"
               END-IF

               IF WS_AUTH_GRANTED_FALSE
                   DISPLAY "*** " WS_AUTH_ACTION " REFUSED - "
                       "OPERATOR " WS_OPERATOR_ID " IS NOT "
                       "AUTHORIZED ***"
               END-IF
           END-IF.

           EXIT.

       B7505_SCAN_PROFILE_ACTIONS.
           MOVE SPACES TO WS_OPR_TOKENS
           UNSTRING OPR_ACTIONS DELIMITED BY ALL SPACES
               INTO WS_OPR_TOKEN(1) WS_OPR_TOKEN(2) WS_OPR_TOKEN(3)
                    WS_OPR_TOKEN(4) WS_OPR_TOKEN(5) WS_OPR_TOKEN(6)
                    WS_OPR_TOKEN(7) WS_OPR_TOKEN(8)
           END-UNSTRING

           MOVE ZERO TO WS_OPR_TOKEN_IDX
           PERFORM UNTIL WS_OPR_TOKEN_IDX >= 8
                               OR WS_AUTH_GRANTED_TRUE
               ADD 1 TO WS_OPR_TOKEN_IDX
               IF WS_OPR_TOKEN(WS_OPR_TOKEN_IDX) = WS_AUTH_ACTION
                   SET WS_AUTH_GRANTED_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> one durable line per privileged action honored: when, who,
       *> what, against what
       B7510_WRITE_ACCESS_LOG.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_ACCESS_LOG_TS
           MOVE WS_OPERATOR_ID TO WS_ACCESS_LOG_OPERATOR
           MOVE WS_AUTH_ACTION TO WS_ACCESS_LOG_ACTION
           MOVE WS_AUTH_TARGET TO WS_ACCESS_LOG_TARGET

           OPEN EXTEND DEMO_ACCESS_LOG
           IF WS_ACCESS_LOG_FILE_STATUS = "05"
                               OR WS_ACCESS_LOG_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_ACCESS_LOG
           END-IF
           WRITE DEMO_ACCESS_LOG_RECORD FROM WS_ACCESS_LOG_LINE
           CLOSE DEMO_ACCESS_LOG.

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

           *> the report is written to as the checks run - opened
           *> here so a test writing a reject line has somewhere to
           *> put it
           OPEN OUTPUT DEMO_BACKLOAD_REPORT

           PERFORM B9101_RUN_ID_IS_ITS_OWN
           PERFORM B9102_LEGACY_DETAIL_HELD_TO_WRITER_RULES
           PERFORM B9103_PERIOD_DECIDES_WHAT_MAY_LOAD
           PERFORM B9104_FILE_BALANCES_TO_ITS_TRAILER

           CLOSE DEMO_BACKLOAD_REPORT.

           EXIT.

       B9101_RUN_ID_IS_ITS_OWN.
           DISPLAY "THE RUN IDENTIFIER IS BL AND THE TIMESTAMP".
           MOVE "2026101502304512" TO WS_CURRENT_DATE_DATA
           PERFORM B3070_ASSIGN_RUN_ID
           DISPLAY "EXPECTED: BL261015023045".
           DISPLAY "ACTUAL:   " DB_RUN_ID.
           IF DB_RUN_ID = "BL261015023045"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           EXIT.

       B9102_LEGACY_DETAIL_HELD_TO_WRITER_RULES.
           *> every period the tests use is already known closed, so
           *> no check reaches the database
           MOVE "20261015" TO WS_CURRENT_DATE
           MOVE 1 TO WS_PERIOD_COUNT
           MOVE "199902" TO WS_PERIOD_ENTRY_PERIOD(1)
           MOVE 'C' TO WS_PERIOD_ENTRY_STATUS(1)
           MOVE 'N' TO WS_PERIOD_ENTRY_TOUCHED(1)

           DISPLAY "A 29 FEBRUARY OUTSIDE A LEAP YEAR IS REJECTED".
           MOVE SPACES TO DEMO_REC
           MOVE "19990229" TO DEMO_DATE
           MOVE "29A001" TO DEMO_STRING
           PERFORM B4110_PROCESS_LEGACY_RECORD
           PERFORM B4120_SET_REJECT_REASON
           IF WS_GOOD_CALENDAR_FALSE
                   AND WS_REJECT_REASON = "BAD CALENDAR DATE"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A STRING WHOSE DAY DISAGREES IS REJECTED".
           MOVE "19990210" TO DEMO_DATE
           MOVE "11A001" TO DEMO_STRING
           PERFORM B4110_PROCESS_LEGACY_RECORD
           PERFORM B4120_SET_REJECT_REASON
           IF WS_REJECT_REASON = "DAY MISMATCH"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SWITCH A RECORD WITH NO COUNT IS REJECTED".
           MOVE "10A000" TO DEMO_STRING
           PERFORM B4110_PROCESS_LEGACY_RECORD
           PERFORM B4120_SET_REJECT_REASON
           IF WS_REJECT_REASON = "BAD SWITCH COUNTER"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A GOOD RECORD PASSES, ITS AMOUNT COUNTED AND AN "
           DISPLAY "UNKNOWN SWITCH SETTLED TO Z".
           MOVE ZERO TO WS_AMOUNT_TOTAL
           MOVE "10Q004" TO DEMO_STRING
           MOVE "000012550" TO DEMO_AMOUNT_TEXT
           PERFORM B4110_PROCESS_LEGACY_RECORD
           IF WS_GOOD_DATE_TRUE AND WS_GOOD_STRING_TRUE
                   AND WS_GOOD_CALENDAR_TRUE AND WS_GOOD_PERIOD_TRUE
                   AND WS_GOOD_CROSS_TRUE AND WS_GOOD_SWITCH_TRUE
                   AND WS_GOOD_AMOUNT_TRUE
                   AND DEMO_STRING = "10Z004"
                   AND WS_AMOUNT_TOTAL = 12550
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A NON-NUMERIC AMOUNT IS REJECTED".
           MOVE "12.50" TO DEMO_AMOUNT_TEXT
           PERFORM B4110_PROCESS_LEGACY_RECORD
           PERFORM B4120_SET_REJECT_REASON
           IF WS_REJECT_REASON = "BAD AMOUNT"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_PERIOD_COUNT
           MOVE ZERO TO WS_AMOUNT_TOTAL
           MOVE SPACES TO DEMO_REC
           EXIT.

       B9103_PERIOD_DECIDES_WHAT_MAY_LOAD.
           MOVE "20261015" TO WS_CURRENT_DATE

           DISPLAY "A PAST PERIOD THE SYSTEM NEVER HELD IS PRE-SYSTEM".
           MOVE "199803" TO WS_CHECK_PERIOD
           MOVE ZERO TO DB_YEAR_CLOSED_COUNT
           MOVE ZERO TO DB_CLOSED_COUNT
           MOVE ZERO TO DB_ROW_COUNT
           PERFORM B4256_CLASSIFY_PERIOD
           IF WS_PERIOD_PRE_SYSTEM
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "AN UNCLOSED PERIOD THE SYSTEM HOLDS ROWS IN IS "
           DISPLAY "OPEN, AND SO IS THE CURRENT ONE".
           MOVE 5 TO DB_ROW_COUNT
           PERFORM B4256_CLASSIFY_PERIOD
           IF WS_PERIOD_OPEN
               MOVE ZERO TO DB_ROW_COUNT
               MOVE "202610" TO WS_CHECK_PERIOD
               PERFORM B4256_CLASSIFY_PERIOD
           END-IF
           IF WS_PERIOD_OPEN
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A CLOSED YEAR OUTRANKS A CLOSED PERIOD".
           MOVE "200512" TO WS_CHECK_PERIOD
           MOVE 1 TO DB_CLOSED_COUNT
           MOVE 1 TO DB_YEAR_CLOSED_COUNT
           PERFORM B4256_CLASSIFY_PERIOD
           IF WS_PERIOD_YEAR_CLOSED
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A RECORD IN AN OPEN PERIOD IS REFUSED, ONE IN A "
           DISPLAY "PRE-SYSTEM PERIOD LOADS".
           MOVE 2 TO WS_PERIOD_COUNT
           MOVE "202402" TO WS_PERIOD_ENTRY_PERIOD(1)
           MOVE 'O' TO WS_PERIOD_ENTRY_STATUS(1)
           MOVE "199803" TO WS_PERIOD_ENTRY_PERIOD(2)
           MOVE 'P' TO WS_PERIOD_ENTRY_STATUS(2)
           MOVE SPACES TO DEMO_REC
           MOVE "20240229" TO DEMO_DATE
           MOVE "29B001" TO DEMO_STRING
           PERFORM B4110_PROCESS_LEGACY_RECORD
           PERFORM B4120_SET_REJECT_REASON
           IF WS_REJECT_REASON = "PERIOD NOT CLOSED"
               MOVE "19980331" TO DEMO_DATE
               MOVE "31B001" TO DEMO_STRING
               PERFORM B4110_PROCESS_LEGACY_RECORD
           END-IF
           IF WS_REJECT_REASON = "PERIOD NOT CLOSED"
                   AND WS_GOOD_PERIOD_TRUE
                   AND WS_PERIOD_FOUND_IDX = 2
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A LEAP FEBRUARY'S PERIOD ENDS ON THE 29TH".
           MOVE "200002" TO WS_CHECK_PERIOD
           PERFORM B4520_BUILD_PERIOD_BOUNDS
           IF DB_PERIOD_START = "2000-02-01"
                   AND DB_PERIOD_END = "2000-02-29"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_PERIOD_COUNT
           MOVE ZERO TO DB_CLOSED_COUNT
           MOVE ZERO TO DB_YEAR_CLOSED_COUNT
           MOVE SPACES TO DEMO_REC
           EXIT.

       B9104_FILE_BALANCES_TO_ITS_TRAILER.
           DISPLAY "A FILE AGREEING WITH ITS TRAILER BALANCES".
           PERFORM B4020_RESET_FILE_TALLIES
           SET WS_HEADER_SEEN_TRUE TO TRUE
           SET WS_TRAILER_SEEN_TRUE TO TRUE
           MOVE "T00000003        000000030000" TO WS_TRAILER_RECORD
           MOVE 3 TO WS_DETAIL_COUNT
           MOVE 30000 TO WS_AMOUNT_TOTAL
           PERFORM B4350_BALANCE_FILE
           IF WS_FILE_REFUSE_REASON = SPACES
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A FILE WHOSE MONEY DOES NOT AGREE IS REFUSED".
           MOVE 29999 TO WS_AMOUNT_TOTAL
           PERFORM B4350_BALANCE_FILE
           IF WS_FILE_REFUSE_REASON = "TRAILER AMOUNT DOES NOT BALANCE"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A BALANCED FILE WITH A REJECT IS REFUSED WHOLE".
           MOVE SPACES TO WS_FILE_REFUSE_REASON
           MOVE 30000 TO WS_AMOUNT_TOTAL
           MOVE 1 TO WS_REJECTED_COUNT
           PERFORM B4350_BALANCE_FILE
           IF WS_FILE_REFUSE_REASON = "RECORDS REJECTED"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A TRAILER WITHOUT ITS AMOUNT TOTAL IS REFUSED".
           MOVE SPACES TO WS_FILE_REFUSE_REASON
           MOVE ZERO TO WS_REJECTED_COUNT
           MOVE "T00000003" TO WS_TRAILER_RECORD
           PERFORM B4350_BALANCE_FILE
           IF WS_FILE_REFUSE_REASON = "TRAILER CONTROLS MISSING"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A DETAIL AHEAD OF THE HEADER REFUSES THE FILE".
           PERFORM B4020_RESET_FILE_TALLIES
           MOVE 1 TO WS_RECORD_NUMBER
           MOVE "19980302" TO DEMO_LEGACY_DATA_RECORD
           MOVE 1 TO WS_PERIOD_COUNT
           MOVE "199803" TO WS_PERIOD_ENTRY_PERIOD(1)
           MOVE 'C' TO WS_PERIOD_ENTRY_STATUS(1)
           PERFORM B4030_TAKE_LEGACY_RECORD
           IF WS_FILE_REFUSE_REASON
                       = "NO HEADER BEFORE THE FIRST DETAIL"
                   AND WS_DETAIL_COUNT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           PERFORM B4020_RESET_FILE_TALLIES
           MOVE ZERO TO WS_PERIOD_COUNT
           MOVE SPACES TO DEMO_REC
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
