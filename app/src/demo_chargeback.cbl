       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-CHARGEBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the rate card finance maintains - one line per billable
           *> activity: source system (or *** for the standard rate),
           *> activity code, and the rate per unit in cents. An exact
           *> source line overrides the *** line for that source.
           SELECT DEMO_RATE_CARD ASSIGN TO
                "../src/resources/DEMO_RATE_CARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RATE_FILE_STATUS.

           *> provider master - names for the statement heading, and
           *> every provider in effect during the period gets a
           *> statement even in a month it sent nothing
           SELECT DEMO_PROVIDERS ASSIGN TO
                "../src/resources/DEMO_PROVIDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROV_FILE_STATUS.

           *> DEMO-REJREG's reject resolution register - raised,
           *> resubmitted, written off, and still open, per source
           SELECT DEMO_REJECT_REGISTER ASSIGN TO
                "../src/resources/DEMO_REJECT_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REGISTER_FILE_STATUS.

           *> DEMO-FEEDWATCH's deadline-miss history
           SELECT DEMO_FEED_MISSES ASSIGN TO
                "../src/resources/DEMO_FEED_MISSES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_MISSES_FILE_STATUS.

           *> DEMO-WRITER's list of whole-file retransmissions the
           *> file register refused
           SELECT DEMO_RETRANSMISSIONS ASSIGN TO
                "../src/resources/DEMO_RETRANSMISSIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RETX_FILE_STATUS.

           *> the printable statements, one page per source system
           SELECT DEMO_CHARGEBACK_STATEMENT ASSIGN TO WS_STATEMENT_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> the same charges for accounts payable
           SELECT DEMO_CHARGEBACK_CSV ASSIGN TO WS_CSV_PATH
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

       FD DEMO_RATE_CARD.
           01 DEMO_RATE_CARD_RECORD.
               05 RATE_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 RATE_ACTIVITY             PIC X(10).
               05 FILLER                    PIC X(01).
               05 RATE_CENTS                PIC X(07).

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

       FD DEMO_REJECT_REGISTER.
           01 DEMO_REJECT_REGISTER_RECORD.
               05 REJREG_GEN_DATE           PIC X(08).
               05 REJREG_IMAGE              PIC X(50).
               05 REJREG_STATUS             PIC X(12).
               05 REJREG_RESOLVED_DATE      PIC X(08).
               05 REJREG_NOTE               PIC X(40).
               05 REJREG_SOURCE             PIC X(03).

       FD DEMO_FEED_MISSES.
           01 DEMO_FEED_MISSES_RECORD.
               05 MISS_DAY                  PIC X(08).
               05 FILLER                    PIC X(01).
               05 MISS_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 MISS_VERDICT              PIC X(11).
               05 FILLER                    PIC X(01).
               05 MISS_DEADLINE             PIC X(04).
               05 FILLER                    PIC X(01).
               05 MISS_ARRIVED              PIC X(04).
               05 FILLER                    PIC X(01).
               05 MISS_FEED_PATH            PIC X(100).

       FD DEMO_RETRANSMISSIONS.
           01 DEMO_RETRANSMISSIONS_RECORD.
               05 RETX_DAY                  PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 RETX_RUN_DATE             PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_DETAIL_COUNT         PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_RUN_ID               PIC X(14).
               05 FILLER                    PIC X(01).
               05 RETX_FILE_PATH            PIC X(100).

       FD DEMO_CHARGEBACK_STATEMENT.
           01 DEMO_CHARGEBACK_STATEMENT_RECORD  PIC X(72).

       FD DEMO_CHARGEBACK_CSV.
           01 DEMO_CHARGEBACK_CSV_RECORD        PIC X(80).

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
       *> This program produces the monthly provider service
       *> statement - what each source system's feed cost us to run
       *> in a YYYYMM period, priced off the rate card so it can be
       *> charged back. Per source it counts:
       *>   files and records received     (demo_run_stats)
       *>   rejects raised, resubmitted, written off, and still
       *>   open at month end with their age (DEMO_REJECT_REGISTER)
       *>   feed deadline misses           (DEMO_FEED_MISSES)
       *>   whole-file retransmissions the file register refused
       *>                                  (DEMO_RETRANSMISSIONS)
       *>   corrections applied and runs backed out (demo_audit)
       *> and prices each at the rate card's rate for that source
       *> (or the *** standard rate). The printable statements go to
       *> out/DEMO_CHARGEBACK_<period>.TXT, one page per source, and
       *> the same charges to out/DEMO_CHARGEBACK_<period>.CSV for
       *> accounts payable. An activity with units but no rate on
       *> the card is flagged NO RATE on the statement, the CSV is
       *> withheld (a partial bill is worse than a late one), and
       *> the RETURN-CODE is 1. Re-running a period rewrites both
       *> files from the same sources.

       *> example argument usage:

       *> statements for September 2026
       *>      ./demo_chargeback 202609

       *> for running only unit tests
       *>      ./demo_chargeback TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_chargeback TEST
       *>      ./demo_chargeback TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.
       01 WS_PARAMS_PERIOD                 PIC X(06) VALUE SPACES.

       *> end of file definitions
       01 WS_EOF                           PIC X(1) VALUE 'N'.
           88 WS_EOF_FALSE                     VALUE 'N'.
           88 WS_EOF_TRUE                      VALUE 'Y'.

       01 WS_RATE_FILE_STATUS              PIC X(02) VALUE "00".
       01 WS_PROV_FILE_STATUS              PIC X(02) VALUE "00".
       01 WS_REGISTER_FILE_STATUS          PIC X(02) VALUE "00".
       01 WS_MISSES_FILE_STATUS            PIC X(02) VALUE "00".
       01 WS_RETX_FILE_STATUS              PIC X(02) VALUE "00".

       01 WS_STATEMENT_PATH                PIC X(100) VALUE SPACES.
       01 WS_CSV_PATH                      PIC X(100) VALUE SPACES.

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

       *> the period's bounds - first and last calendar day, and the
       *> as-of date open rejects are aged to (month end, or today
       *> for a period still running)
       01  WS_PERIOD_SPLIT.
           05  WS_PERIOD_YEAR              PIC 9(04).
           05  WS_PERIOD_MONTH             PIC 9(02).
       01  WS_MONTH_LAST_DAY               PIC 9(02) VALUE ZERO.
       01  WS_PERIOD_FIRST_DATE            PIC X(08) VALUE SPACES.
       01  WS_PERIOD_LAST_DATE             PIC X(08) VALUE SPACES.
       01  WS_AS_OF_DATE                   PIC X(08) VALUE SPACES.
       01  WS_MONTH_DAYS_TABLE.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  WS_MONTH_DAYS REDEFINES WS_MONTH_DAYS_TABLE.
           05  WS_MONTH_DAYS_ENTRY OCCURS 12 TIMES PIC 9(02).
       01  WS_LEAP_QUOTIENT                PIC 9(04).
       01  WS_LEAP_REMAINDER               PIC 9(04).

       *> reject aging - stepped a day at a time from the generation
       *> date, as DEMO-REJREG ages its own report
       01  WS_WORK_DATE.
           05  WS_WORK_YEAR                PIC 9(04).
           05  WS_WORK_MONTH               PIC 9(02).
           05  WS_WORK_DAY                 PIC 9(02).
       01  WS_MONTH_DAY_LIMIT              PIC 9(02) VALUE ZERO.
       01  WS_AGE_DAYS                     PIC 9(04) VALUE ZERO.
       01  WS_AGE_GUARD_MAX                PIC 9(04) VALUE 400.
       01  WS_AGED_THRESHOLD               PIC 9(04) VALUE 30.

       *> the billable activities, in statement order - the code is
       *> what the rate card and the CSV carry
       01  WS_ACTIVITY_NAMES.
           05  FILLER  PIC X(38) VALUE
                   "FILE-RECVDFILES RECEIVED              ".
           05  FILLER  PIC X(38) VALUE
                   "REC-RECVD RECORDS RECEIVED            ".
           05  FILLER  PIC X(38) VALUE
                   "REJ-RAISEDREJECTS RAISED              ".
           05  FILLER  PIC X(38) VALUE
                   "REJ-RESUB REJECTS RESUBMITTED         ".
           05  FILLER  PIC X(38) VALUE
                   "REJ-WOFF  REJECTS WRITTEN OFF         ".
           05  FILLER  PIC X(38) VALUE
                   "REJ-OPEN  REJECTS OPEN AT MONTH END   ".
           05  FILLER  PIC X(38) VALUE
                   "LATE-FEED FEED DEADLINE MISSES        ".
           05  FILLER  PIC X(38) VALUE
                   "RETRANSMITDUPLICATE RETRANSMISSIONS   ".
           05  FILLER  PIC X(38) VALUE
                   "CORRECTIONCORRECTIONS APPLIED         ".
           05  FILLER  PIC X(38) VALUE
                   "BACKOUT   RUNS BACKED OUT             ".
       01  WS_ACTIVITY_TABLE REDEFINES WS_ACTIVITY_NAMES.
           05  WS_ACT_ENTRY OCCURS 10 TIMES.
               10  WS_ACT_CODE              PIC X(10).
               10  WS_ACT_DESC              PIC X(28).
       01  WS_ACT_COUNT                    PIC 9(02) VALUE 10.
       01  WS_ACT_IDX                      PIC 9(02) VALUE ZERO.
       01  WS_ACT_FILES                    PIC 9(02) VALUE 1.
       01  WS_ACT_RECORDS                  PIC 9(02) VALUE 2.
       01  WS_ACT_REJ_RAISED               PIC 9(02) VALUE 3.
       01  WS_ACT_REJ_RESUB                PIC 9(02) VALUE 4.
       01  WS_ACT_REJ_WOFF                 PIC 9(02) VALUE 5.
       01  WS_ACT_REJ_OPEN                 PIC 9(02) VALUE 6.
       01  WS_ACT_LATE_FEED                PIC 9(02) VALUE 7.
       01  WS_ACT_RETRANSMIT               PIC 9(02) VALUE 8.
       01  WS_ACT_CORRECTION               PIC 9(02) VALUE 9.
       01  WS_ACT_BACKOUT                  PIC 9(02) VALUE 10.

       *> the rate card, loaded once
       01  WS_RATE_TABLE_MAX               PIC 9(03) VALUE 200.
       01  WS_RATE_COUNT                   PIC 9(03) VALUE ZERO.
       01  WS_RATE_TABLE.
           05  WS_RATE_ENTRY OCCURS 200 TIMES.
               10  WS_RATE_ENTRY_SOURCE     PIC X(03).
               10  WS_RATE_ENTRY_ACTIVITY   PIC X(10).
               10  WS_RATE_ENTRY_CENTS      PIC 9(07).
       01  WS_RATE_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_RATE_SEARCH_SOURCE           PIC X(03) VALUE SPACES.
       01  WS_RATE_SEARCH_ACTIVITY         PIC X(10) VALUE SPACES.
       01  WS_RATE_FOUND_CENTS             PIC 9(07) VALUE ZERO.
       01  WS_RATE_FOUND                   PIC X(01) VALUE 'N'.
           88  WS_RATE_FOUND_NONE              VALUE 'N'.
           88  WS_RATE_FOUND_WILDCARD          VALUE 'W'.
           88  WS_RATE_FOUND_EXACT             VALUE 'E'.

       *> one statement per source system - units, rate, and charge
       *> per activity, plus the open-reject aging for the footnote
       01  WS_SRC_TABLE_MAX                PIC 9(02) VALUE 50.
       01  WS_SRC_COUNT                    PIC 9(02) VALUE ZERO.
       01  WS_SRC_TABLE.
           05  WS_SRC_ENTRY OCCURS 50 TIMES.
               10  WS_SRC_CODE              PIC X(03).
               10  WS_SRC_NAME              PIC X(30).
               10  WS_SRC_ACTIVITY OCCURS 10 TIMES.
                   15  WS_SRC_UNITS         PIC 9(09).
                   15  WS_SRC_RATE          PIC 9(07).
                   15  WS_SRC_PRICED        PIC X(01).
                   15  WS_SRC_AMOUNT        PIC 9(12).
               10  WS_SRC_TOTAL             PIC 9(12).
               10  WS_SRC_OLDEST_OPEN       PIC 9(04).
               10  WS_SRC_AGED_OPEN         PIC 9(05).
       01  WS_SRC_IDX                      PIC 9(02) VALUE ZERO.
       01  WS_SRC_MATCH_IDX                PIC 9(02) VALUE ZERO.
       01  WS_SRC_SEARCH_CODE              PIC X(03) VALUE SPACES.
       01  WS_SRC_DROPPED_COUNT            PIC 9(05) VALUE ZERO.

       *> what one gathered count posts to the source table
       01  WS_POST_SOURCE                  PIC X(03) VALUE SPACES.
       01  WS_POST_ACTIVITY                PIC 9(02) VALUE ZERO.
       01  WS_POST_UNITS                   PIC 9(09) VALUE ZERO.

       *> one reject register entry, as classified against the period
       01  WS_REJ_GEN_DATE                 PIC X(08) VALUE SPACES.
       01  WS_REJ_STATUS                   PIC X(12) VALUE SPACES.
       01  WS_REJ_RESOLVED_DATE            PIC X(08) VALUE SPACES.
       01  WS_REJ_SOURCE                   PIC X(03) VALUE SPACES.

       *> run totals
       01  WS_UNPRICED_COUNT               PIC 9(05) VALUE ZERO.
       01  WS_GRAND_TOTAL                  PIC 9(12) VALUE ZERO.
       01  WS_PAGE_NUMBER                  PIC 9(03) VALUE ZERO.

       *> money - the tables hold cents, the statement prints units
       *> of currency
       01  WS_MONEY_WORK                   PIC 9(10)V99 VALUE ZERO.
       01  WS_RATE_MONEY_WORK              PIC 9(05)V99 VALUE ZERO.

       *> statement layout
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(31) VALUE
                   "DEMO PROVIDER SERVICE STATEMENT".
           05  FILLER                 PIC X(21) VALUE SPACES.
       01  WS_RPT_SOURCE_LINE.
           05  FILLER                 PIC X(08) VALUE "SOURCE: ".
           05  WS_RPT_SOURCE_CODE     PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_SOURCE_NAME     PIC X(30).
           05  FILLER                 PIC X(10) VALUE "  PERIOD: ".
           05  WS_RPT_PERIOD          PIC X(06).
           05  FILLER                 PIC X(13) VALUE SPACES.
       01  WS_RPT_DATE_LINE.
           05  FILLER                 PIC X(16) VALUE
                   "STATEMENT DATE: ".
           05  WS_RPT_STATEMENT_DATE  PIC X(08).
           05  FILLER                 PIC X(13) VALUE
                   "  PERIOD END ".
           05  WS_RPT_PERIOD_END      PIC X(08).
           05  FILLER                 PIC X(27) VALUE SPACES.
       01  WS_RPT_COLUMN_LINE.
           05  FILLER                 PIC X(28) VALUE "ACTIVITY".
           05  FILLER                 PIC X(12) VALUE "       UNITS".
           05  FILLER                 PIC X(10) VALUE "      RATE".
           05  FILLER                 PIC X(14) VALUE
                   "        AMOUNT".
           05  FILLER                 PIC X(08) VALUE SPACES.
       01  WS_RPT_RULE_LINE.
           05  FILLER                 PIC X(64) VALUE ALL "-".
           05  FILLER                 PIC X(08) VALUE SPACES.
       01  WS_RPT_DETAIL_LINE.
           05  WS_RPT_DETAIL_DESC     PIC X(28).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_UNITS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_RATE     PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_FLAG     PIC X(07).
       01  WS_RPT_TOTAL_LINE.
           05  FILLER                 PIC X(28) VALUE
                   "TOTAL CHARGES".
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  WS_RPT_TOTAL_AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(08) VALUE SPACES.
       01  WS_RPT_AGING_LINE.
           05  FILLER                 PIC X(28) VALUE
                   "OPEN REJECTS - OLDEST (DAYS)".
           05  WS_RPT_AGING_OLDEST    PIC ZZZ9.
           05  FILLER                 PIC X(06) VALUE "  OVER".
           05  WS_RPT_AGING_THRESHOLD PIC ZZZ9.
           05  FILLER                 PIC X(07) VALUE " DAYS: ".
           05  WS_RPT_AGING_COUNT     PIC ZZZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  WS_RPT_PAGE_FOOTER.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "PAGE: ".
           05  WS_RPT_PAGE_FOOTER_NUM PIC X(03).
           05  FILLER                 PIC X(33) VALUE SPACES.
       01  WS_RPT_NOTE_LINE.
           05  FILLER                 PIC X(06) VALUE "NOTE: ".
           05  WS_RPT_NOTE_TEXT       PIC X(66).
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> CSV line is built with STRING since the values vary in
       *> width; numbers go out left-justified with no thousands
       *> separators
       01  WS_CSV_LINE                     PIC X(80) VALUE SPACES.
       01  WS_CSV_UNITS_EDIT               PIC Z(8)9.
       01  WS_CSV_RATE_EDIT                PIC Z(4)9.99.
       01  WS_CSV_AMOUNT_EDIT              PIC Z(9)9.99.
       01  WS_CSV_UNITS_TEXT               PIC X(20) VALUE SPACES.
       01  WS_CSV_RATE_TEXT                PIC X(20) VALUE SPACES.
       01  WS_CSV_AMOUNT_TEXT              PIC X(20) VALUE SPACES.
       01  WS_TRIM_TEXT                    PIC X(20) VALUE SPACES.
       01  WS_TRIM_RESULT                  PIC X(20) VALUE SPACES.
       01  WS_TRIM_LEAD                    PIC 9(02) VALUE ZERO.

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
                   "DEMO-CHGBACK".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  WS_RUN_WINDOW_START     PIC X(14).
       01  WS_RUN_WINDOW_END       PIC X(14).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_FILE_COUNT           PIC 9(09).
       01  DB_RECORD_COUNT         PIC 9(09).
       01  DB_ACTIVITY_COUNT       PIC 9(09).

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
           PERFORM B4010_BUILD_PERIOD_BOUNDS
           PERFORM B4020_LOAD_RATE_CARD
           PERFORM B4030_LOAD_PROVIDERS

           *> GENERAL LOGIC
           PERFORM B3100_CONNECT
           PERFORM B4100_GATHER_RUN_VOLUMES
           PERFORM B4110_GATHER_CORRECTIONS
           PERFORM B4120_GATHER_BACKOUTS
           PERFORM B3900_DISCONNECT

           PERFORM B4200_GATHER_REJECTS
           PERFORM B4300_GATHER_FEED_MISSES
           PERFORM B4400_GATHER_RETRANSMISSIONS

           PERFORM B4500_PRICE_STATEMENTS
           PERFORM B5000_WRITE_STATEMENTS
           IF WS_UNPRICED_COUNT = ZERO
               PERFORM B5100_WRITE_CSV
           END-IF

           *> FINISH UP
           DISPLAY "=== DEMO PROVIDER SERVICE STATEMENT ==="
           DISPLAY "PERIOD:             " WS_PARAMS_PERIOD
           DISPLAY "SOURCES BILLED:     " WS_SRC_COUNT
           DISPLAY "RATE CARD LINES:    " WS_RATE_COUNT
           MOVE WS_GRAND_TOTAL TO WS_MONEY_WORK
           DIVIDE 100 INTO WS_MONEY_WORK
           MOVE WS_MONEY_WORK TO WS_RPT_TOTAL_AMOUNT
           DISPLAY "TOTAL CHARGES:     " WS_RPT_TOTAL_AMOUNT
           DISPLAY "STATEMENTS:         " WS_STATEMENT_PATH
           IF WS_SRC_DROPPED_COUNT > ZERO
               DISPLAY "*** SOURCE TABLE FULL - " WS_SRC_DROPPED_COUNT
                   " COUNTS NOT BILLED ***"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS_UNPRICED_COUNT > ZERO
               DISPLAY "*** " WS_UNPRICED_COUNT " ACTIVITIES WITH NO "
                   "RATE ON DEMO_RATE_CARD.DAT - CSV WITHHELD ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "ACCOUNTS PAYABLE:   " WS_CSV_PATH
           END-IF

           EXIT.

       *> reads each command-line argument individually by position -
       *> argument 1 is the YYYYMM period, or the TEST switch/name
       *> token
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
                   MOVE WS_PARAMS_ARG_VALUE(1:6) TO WS_PARAMS_PERIOD
               END-IF
           END-IF

           IF NOT WS_PARAMS_TEST
               IF WS_PARAMS_PERIOD NOT NUMERIC
                   DISPLAY "USAGE: demo_chargeback <YYYYMM>"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       *> the period's first and last calendar day, the run-id window
       *> (run ids are the load's start timestamp), the as-of date
       *> open rejects are aged to, and the output file names
       B4010_BUILD_PERIOD_BOUNDS.
           MOVE WS_PARAMS_PERIOD TO WS_PERIOD_SPLIT
           IF WS_PERIOD_MONTH < 1 OR WS_PERIOD_MONTH > 12
               DISPLAY "BAD PERIOD: " WS_PARAMS_PERIOD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS_PERIOD_YEAR TO WS_WORK_YEAR
           MOVE WS_PERIOD_MONTH TO WS_WORK_MONTH
           MOVE WS_MONTH_DAYS_ENTRY(WS_PERIOD_MONTH)
               TO WS_MONTH_DAY_LIMIT
           IF WS_PERIOD_MONTH = 2
               PERFORM B7020_ADJUST_FOR_LEAP_YEAR
           END-IF
           MOVE WS_MONTH_DAY_LIMIT TO WS_MONTH_LAST_DAY

           MOVE SPACES TO WS_PERIOD_FIRST_DATE
           STRING WS_PARAMS_PERIOD DELIMITED BY SIZE,
               "01" DELIMITED BY SIZE
           INTO WS_PERIOD_FIRST_DATE
           MOVE SPACES TO WS_PERIOD_LAST_DATE
           STRING WS_PARAMS_PERIOD DELIMITED BY SIZE,
               WS_MONTH_LAST_DAY DELIMITED BY SIZE
           INTO WS_PERIOD_LAST_DATE

           MOVE SPACES TO WS_RUN_WINDOW_START
           STRING WS_PERIOD_FIRST_DATE DELIMITED BY SIZE,
               "000000" DELIMITED BY SIZE
           INTO WS_RUN_WINDOW_START
           MOVE SPACES TO WS_RUN_WINDOW_END
           STRING WS_PERIOD_LAST_DATE DELIMITED BY SIZE,
               "235959" DELIMITED BY SIZE
           INTO WS_RUN_WINDOW_END

           IF WS_PERIOD_LAST_DATE < WS_CURRENT_DATE
               MOVE WS_PERIOD_LAST_DATE TO WS_AS_OF_DATE
           ELSE
               MOVE WS_CURRENT_DATE TO WS_AS_OF_DATE
           END-IF

           MOVE SPACES TO WS_STATEMENT_PATH
           STRING "../src/resources/out/DEMO_CHARGEBACK_"
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_STATEMENT_PATH
           MOVE SPACES TO WS_CSV_PATH
           STRING "../src/resources/out/DEMO_CHARGEBACK_"
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               ".CSV" DELIMITED BY SIZE
           INTO WS_CSV_PATH.

           EXIT.

       *> a rate line that isn't numeric is skipped with a message
       *> rather than read as a zero rate - a free statement line is
       *> exactly the mistake the NO RATE flag exists to catch
       B4020_LOAD_RATE_CARD.
           MOVE ZERO TO WS_RATE_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_RATE_CARD
           IF WS_RATE_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_RATE_CARD
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF RATE_ACTIVITY = SPACES
                               CONTINUE
                           ELSE
                               IF RATE_CENTS IS NUMERIC
                                 AND WS_RATE_COUNT < WS_RATE_TABLE_MAX
                                   ADD 1 TO WS_RATE_COUNT
                                   MOVE RATE_SOURCE TO
                                     WS_RATE_ENTRY_SOURCE(WS_RATE_COUNT)
                                   MOVE RATE_ACTIVITY TO
                                     WS_RATE_ENTRY_ACTIVITY
                                       (WS_RATE_COUNT)
                                   MOVE RATE_CENTS TO
                                     WS_RATE_ENTRY_CENTS(WS_RATE_COUNT)
                               ELSE
                                   DISPLAY "RATE CARD LINE SKIPPED: "
                                       DEMO_RATE_CARD_RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_RATE_CARD
           ELSE
               DISPLAY "*** DEMO_RATE_CARD.DAT NOT FOUND - NOTHING "
                   "CAN BE PRICED ***"
           END-IF.

           EXIT.

       *> every provider whose effective dates overlap the period is
       *> billed, suspended or not - a suspended provider's month
       *> may still carry rejects and write-offs
       B4030_LOAD_PROVIDERS.
           MOVE ZERO TO WS_SRC_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_PROVIDERS
           IF WS_PROV_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_PROVIDERS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF PROV_CODE NOT = SPACES
                             AND PROV_EFF_FROM <= WS_PERIOD_LAST_DATE
                             AND (PROV_EFF_TO = SPACES
                               OR PROV_EFF_TO >= WS_PERIOD_FIRST_DATE)
                               MOVE PROV_CODE TO WS_SRC_SEARCH_CODE
                               PERFORM B4050_FIND_OR_ADD_SOURCE
                               IF WS_SRC_MATCH_IDX > ZERO
                                   MOVE PROV_NAME TO
                                     WS_SRC_NAME(WS_SRC_MATCH_IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PROVIDERS
           ELSE
               DISPLAY "DEMO_PROVIDERS.DAT NOT FOUND - STATEMENTS "
                   "ONLY FOR SOURCES WITH ACTIVITY"
           END-IF.

           EXIT.

       *> finds a source's statement, opening a new one (all counts
       *> zero) for a source not yet seen - WS_SRC_MATCH_IDX stays
       *> zero only when the table is full
       B4050_FIND_OR_ADD_SOURCE.
           MOVE ZERO TO WS_SRC_MATCH_IDX
           MOVE ZERO TO WS_SRC_IDX

           PERFORM UNTIL WS_SRC_IDX >= WS_SRC_COUNT
                               OR WS_SRC_MATCH_IDX > ZERO
               ADD 1 TO WS_SRC_IDX
               IF WS_SRC_CODE(WS_SRC_IDX) = WS_SRC_SEARCH_CODE
                   MOVE WS_SRC_IDX TO WS_SRC_MATCH_IDX
               END-IF
           END-PERFORM

           IF WS_SRC_MATCH_IDX = ZERO
               IF WS_SRC_COUNT < WS_SRC_TABLE_MAX
                   ADD 1 TO WS_SRC_COUNT
                   MOVE WS_SRC_COUNT TO WS_SRC_MATCH_IDX
                   PERFORM B4051_CLEAR_NEW_SOURCE
                   MOVE WS_SRC_SEARCH_CODE TO WS_SRC_CODE(WS_SRC_COUNT)
                   MOVE "(NOT ON PROVIDER MASTER)"
                       TO WS_SRC_NAME(WS_SRC_COUNT)
               END-IF
           END-IF.

           EXIT.

       *> the statement just opened at the end of the table starts
       *> empty - pricing fills in rate, amount and priced later
       B4051_CLEAR_NEW_SOURCE.
           MOVE SPACES TO WS_SRC_CODE(WS_SRC_COUNT)
           MOVE SPACES TO WS_SRC_NAME(WS_SRC_COUNT)
           MOVE ZERO TO WS_ACT_IDX
           PERFORM UNTIL WS_ACT_IDX >= WS_ACT_COUNT
               ADD 1 TO WS_ACT_IDX
               MOVE ZERO TO WS_SRC_UNITS(WS_SRC_COUNT, WS_ACT_IDX)
               MOVE ZERO TO WS_SRC_RATE(WS_SRC_COUNT, WS_ACT_IDX)
               MOVE SPACE TO WS_SRC_PRICED(WS_SRC_COUNT, WS_ACT_IDX)
               MOVE ZERO TO WS_SRC_AMOUNT(WS_SRC_COUNT, WS_ACT_IDX)
           END-PERFORM
           MOVE ZERO TO WS_SRC_TOTAL(WS_SRC_COUNT)
           MOVE ZERO TO WS_SRC_OLDEST_OPEN(WS_SRC_COUNT)
           MOVE ZERO TO WS_SRC_AGED_OPEN(WS_SRC_COUNT).

           EXIT.

       *> posts one gathered count to a source's statement - blank
       *> source is the pre-provider-master default, PRI
       B4055_POST_UNITS.
           IF WS_POST_SOURCE = SPACES
               MOVE "PRI" TO WS_POST_SOURCE
           END-IF
           MOVE WS_POST_SOURCE TO WS_SRC_SEARCH_CODE
           PERFORM B4050_FIND_OR_ADD_SOURCE

           IF WS_SRC_MATCH_IDX > ZERO
               ADD WS_POST_UNITS
                   TO WS_SRC_UNITS(WS_SRC_MATCH_IDX, WS_POST_ACTIVITY)
           ELSE
               ADD 1 TO WS_SRC_DROPPED_COUNT
           END-IF.

           EXIT.

       *> GATHERING - DATABASE

       *> files and records received, per source, off the
       *> demo_run_stats rows of every load that started in the
       *> period. Rows recorded before the source was kept there
       *> read as PRI.
       B4100_GATHER_RUN_VOLUMES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT COALESCE(source_system, 'PRI'),
                          COUNT(*),
                          COALESCE(SUM(records_read), 0)
                   FROM demo_run_stats
                   WHERE run_id BETWEEN :WS_RUN_WINDOW_START
                                    AND :WS_RUN_WINDOW_END
                   GROUP BY COALESCE(source_system, 'PRI')
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_SOURCE_SYSTEM, :DB_FILE_COUNT,
                                 :DB_RECORD_COUNT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_POST_SOURCE
                   MOVE WS_ACT_FILES TO WS_POST_ACTIVITY
                   MOVE DB_FILE_COUNT TO WS_POST_UNITS
                   PERFORM B4055_POST_UNITS
                   MOVE DB_SOURCE_SYSTEM TO WS_POST_SOURCE
                   MOVE WS_ACT_RECORDS TO WS_POST_ACTIVITY
                   MOVE DB_RECORD_COUNT TO WS_POST_UNITS
                   PERFORM B4055_POST_UNITS
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> 'C' corrections applied by loads in the period - each
       *> REVERSED or REPLACED audit row is one, charged to the
       *> source of the file that carried it
       B4110_GATHER_CORRECTIONS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
                   SELECT COALESCE(s.source_system, 'PRI'), COUNT(*)
                   FROM demo_audit a
                   LEFT JOIN demo_run_stats s
                     ON s.run_id = a.run_id
                    AND s.file_path = a.file_path
                   WHERE a.action IN ('REVERSED', 'REPLACED')
                     AND a.run_id BETWEEN :WS_RUN_WINDOW_START
                                      AND :WS_RUN_WINDOW_END
                   GROUP BY COALESCE(s.source_system, 'PRI')
           END-EXEC

           EXEC SQL
               OPEN C2
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C2 INTO :DB_SOURCE_SYSTEM, :DB_ACTIVITY_COUNT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_POST_SOURCE
                   MOVE WS_ACT_CORRECTION TO WS_POST_ACTIVITY
                   MOVE DB_ACTIVITY_COUNT TO WS_POST_UNITS
                   PERFORM B4055_POST_UNITS
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C2
           END-EXEC.

           EXIT.

       *> runs from the period backed out by DEMO-BACKOUT - one per
       *> run, charged to each source whose file the run loaded. The
       *> backout audit rows carry the backed-out run's id, so the
       *> charge lands in the month the run was loaded.
       B4120_GATHER_BACKOUTS.
           EXEC SQL
               DECLARE C3 CURSOR FOR
                   SELECT COALESCE(s.source_system, 'PRI'),
                          COUNT(DISTINCT a.run_id)
                   FROM demo_audit a
                   LEFT JOIN demo_run_stats s
                     ON s.run_id = a.run_id
                   WHERE a.action IN ('BACKED-OUT', 'HOLD-WITHDRAWN')
                     AND a.run_id BETWEEN :WS_RUN_WINDOW_START
                                      AND :WS_RUN_WINDOW_END
                   GROUP BY COALESCE(s.source_system, 'PRI')
           END-EXEC

           EXEC SQL
               OPEN C3
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C3 INTO :DB_SOURCE_SYSTEM, :DB_ACTIVITY_COUNT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   MOVE DB_SOURCE_SYSTEM TO WS_POST_SOURCE
                   MOVE WS_ACT_BACKOUT TO WS_POST_ACTIVITY
                   MOVE DB_ACTIVITY_COUNT TO WS_POST_UNITS
                   PERFORM B4055_POST_UNITS
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C3
           END-EXEC.

           EXIT.

       *> GATHERING - FLAT FILES

       B4200_GATHER_REJECTS.
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_REJECT_REGISTER
           IF WS_REGISTER_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_REJECT_REGISTER
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           MOVE REJREG_GEN_DATE TO WS_REJ_GEN_DATE
                           MOVE REJREG_STATUS TO WS_REJ_STATUS
                           MOVE REJREG_RESOLVED_DATE
                               TO WS_REJ_RESOLVED_DATE
                           MOVE REJREG_SOURCE TO WS_REJ_SOURCE
                           PERFORM B4210_CLASSIFY_ONE_REJECT
                   END-READ
               END-PERFORM
               CLOSE DEMO_REJECT_REGISTER
           ELSE
               DISPLAY "DEMO_REJECT_REGISTER.TXT NOT FOUND - NO "
                   "REJECT ACTIVITY BILLED"
           END-IF.

           EXIT.

       *> one register entry against the period: raised if its
       *> generation falls in it, resubmitted or written off if it
       *> was resolved in it, and open at month end if it existed by
       *> then and wasn't resolved by then - aged to the as-of date
       B4210_CLASSIFY_ONE_REJECT.
           IF WS_REJ_SOURCE = SPACES
               MOVE "PRI" TO WS_REJ_SOURCE
           END-IF
           MOVE WS_REJ_SOURCE TO WS_POST_SOURCE
           MOVE 1 TO WS_POST_UNITS

           IF WS_REJ_GEN_DATE >= WS_PERIOD_FIRST_DATE
                   AND WS_REJ_GEN_DATE <= WS_PERIOD_LAST_DATE
               MOVE WS_ACT_REJ_RAISED TO WS_POST_ACTIVITY
               PERFORM B4055_POST_UNITS
           END-IF

           IF WS_REJ_RESOLVED_DATE >= WS_PERIOD_FIRST_DATE
                   AND WS_REJ_RESOLVED_DATE <= WS_PERIOD_LAST_DATE
               EVALUATE WS_REJ_STATUS
                   WHEN "RESUBMITTED"
                       MOVE WS_ACT_REJ_RESUB TO WS_POST_ACTIVITY
                       PERFORM B4055_POST_UNITS
                   WHEN "WRITTEN-OFF"
                       MOVE WS_ACT_REJ_WOFF TO WS_POST_ACTIVITY
                       PERFORM B4055_POST_UNITS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS_REJ_GEN_DATE <= WS_PERIOD_LAST_DATE
               IF WS_REJ_STATUS = "OPEN"
                       OR WS_REJ_RESOLVED_DATE > WS_PERIOD_LAST_DATE
                   MOVE WS_ACT_REJ_OPEN TO WS_POST_ACTIVITY
                   PERFORM B4055_POST_UNITS
                   IF WS_SRC_MATCH_IDX > ZERO
                       PERFORM B4215_AGE_OPEN_REJECT
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> the undated legacy generation (00000000) ages at the guard
       *> ceiling, as it does on DEMO-REJREG's own aging report
       B4215_AGE_OPEN_REJECT.
           MOVE ZERO TO WS_AGE_DAYS

           IF WS_REJ_GEN_DATE NOT NUMERIC
                   OR WS_REJ_GEN_DATE = "00000000"
               MOVE WS_AGE_GUARD_MAX TO WS_AGE_DAYS
           ELSE
               MOVE WS_REJ_GEN_DATE TO WS_WORK_DATE
               PERFORM UNTIL WS_WORK_DATE >= WS_AS_OF_DATE
                   OR WS_AGE_DAYS >= WS_AGE_GUARD_MAX
                   ADD 1 TO WS_AGE_DAYS
                   PERFORM B7010_STEP_FORWARD_ONE_DAY
               END-PERFORM
           END-IF

           IF WS_AGE_DAYS > WS_SRC_OLDEST_OPEN(WS_SRC_MATCH_IDX)
               MOVE WS_AGE_DAYS TO WS_SRC_OLDEST_OPEN(WS_SRC_MATCH_IDX)
           END-IF
           IF WS_AGE_DAYS > WS_AGED_THRESHOLD
               ADD 1 TO WS_SRC_AGED_OPEN(WS_SRC_MATCH_IDX)
           END-IF.

           EXIT.

       *> deadline misses DEMO-FEEDWATCH logged for business days in
       *> the period
       B4300_GATHER_FEED_MISSES.
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_FEED_MISSES
           IF WS_MISSES_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_FEED_MISSES
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF MISS_DAY >= WS_PERIOD_FIRST_DATE
                             AND MISS_DAY <= WS_PERIOD_LAST_DATE
                               MOVE MISS_SOURCE TO WS_POST_SOURCE
                               MOVE WS_ACT_LATE_FEED
                                   TO WS_POST_ACTIVITY
                               MOVE 1 TO WS_POST_UNITS
                               PERFORM B4055_POST_UNITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_FEED_MISSES
           END-IF.

           EXIT.

       *> retransmissions DEMO-WRITER's file register refused on
       *> days in the period
       B4400_GATHER_RETRANSMISSIONS.
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_RETRANSMISSIONS
           IF WS_RETX_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_RETRANSMISSIONS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF RETX_DAY >= WS_PERIOD_FIRST_DATE
                             AND RETX_DAY <= WS_PERIOD_LAST_DATE
                               MOVE RETX_SOURCE TO WS_POST_SOURCE
                               MOVE WS_ACT_RETRANSMIT
                                   TO WS_POST_ACTIVITY
                               MOVE 1 TO WS_POST_UNITS
                               PERFORM B4055_POST_UNITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_RETRANSMISSIONS
           END-IF.

           EXIT.

       *> PRICING

       *> every activity on every statement gets its rate (or none),
       *> and its charge - an activity with nothing to charge needs
       *> no rate, one with units and no rate is counted unpriced
       B4500_PRICE_STATEMENTS.
           MOVE ZERO TO WS_UNPRICED_COUNT
           MOVE ZERO TO WS_GRAND_TOTAL
           MOVE ZERO TO WS_SRC_IDX

           PERFORM UNTIL WS_SRC_IDX >= WS_SRC_COUNT
               ADD 1 TO WS_SRC_IDX
               MOVE ZERO TO WS_SRC_TOTAL(WS_SRC_IDX)
               MOVE ZERO TO WS_ACT_IDX
               PERFORM UNTIL WS_ACT_IDX >= WS_ACT_COUNT
                   ADD 1 TO WS_ACT_IDX
                   PERFORM B4510_PRICE_ONE_ACTIVITY
               END-PERFORM
               ADD WS_SRC_TOTAL(WS_SRC_IDX) TO WS_GRAND_TOTAL
           END-PERFORM.

           EXIT.

       B4510_PRICE_ONE_ACTIVITY.
           MOVE WS_SRC_CODE(WS_SRC_IDX) TO WS_RATE_SEARCH_SOURCE
           MOVE WS_ACT_CODE(WS_ACT_IDX) TO WS_RATE_SEARCH_ACTIVITY
           PERFORM B4520_FIND_RATE

           IF WS_RATE_FOUND_NONE
               MOVE 'N' TO WS_SRC_PRICED(WS_SRC_IDX, WS_ACT_IDX)
               MOVE ZERO TO WS_SRC_RATE(WS_SRC_IDX, WS_ACT_IDX)
               MOVE ZERO TO WS_SRC_AMOUNT(WS_SRC_IDX, WS_ACT_IDX)
               IF WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX) > ZERO
                   ADD 1 TO WS_UNPRICED_COUNT
               END-IF
           ELSE
               MOVE 'Y' TO WS_SRC_PRICED(WS_SRC_IDX, WS_ACT_IDX)
               MOVE WS_RATE_FOUND_CENTS
                   TO WS_SRC_RATE(WS_SRC_IDX, WS_ACT_IDX)
               COMPUTE WS_SRC_AMOUNT(WS_SRC_IDX, WS_ACT_IDX) =
                   WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX)
                   * WS_RATE_FOUND_CENTS
               ADD WS_SRC_AMOUNT(WS_SRC_IDX, WS_ACT_IDX)
                   TO WS_SRC_TOTAL(WS_SRC_IDX)
           END-IF.

           EXIT.

       *> the source's own rate wins over the *** standard rate
       *> wherever the card lists both
       B4520_FIND_RATE.
           SET WS_RATE_FOUND_NONE TO TRUE
           MOVE ZERO TO WS_RATE_FOUND_CENTS
           MOVE ZERO TO WS_RATE_IDX

           PERFORM UNTIL WS_RATE_IDX >= WS_RATE_COUNT
                               OR WS_RATE_FOUND_EXACT
               ADD 1 TO WS_RATE_IDX
               IF WS_RATE_ENTRY_ACTIVITY(WS_RATE_IDX)
                       = WS_RATE_SEARCH_ACTIVITY
                   IF WS_RATE_ENTRY_SOURCE(WS_RATE_IDX)
                           = WS_RATE_SEARCH_SOURCE
                       SET WS_RATE_FOUND_EXACT TO TRUE
                       MOVE WS_RATE_ENTRY_CENTS(WS_RATE_IDX)
                           TO WS_RATE_FOUND_CENTS
                   ELSE
                       IF WS_RATE_ENTRY_SOURCE(WS_RATE_IDX) = "***"
                           SET WS_RATE_FOUND_WILDCARD TO TRUE
                           MOVE WS_RATE_ENTRY_CENTS(WS_RATE_IDX)
                               TO WS_RATE_FOUND_CENTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       *> REPORT WRITING

       *> one page per source: heading, the activity schedule, the
       *> open-reject aging, and the total
       B5000_WRITE_STATEMENTS.
           OPEN OUTPUT DEMO_CHARGEBACK_STATEMENT
           MOVE ZERO TO WS_PAGE_NUMBER

           IF WS_SRC_COUNT = ZERO
               WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_TITLE
               MOVE "NO PROVIDER IN EFFECT AND NO ACTIVITY IN PERIOD"
                   TO WS_RPT_NOTE_TEXT
               WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
                   FROM WS_RPT_NOTE_LINE
           END-IF

           MOVE ZERO TO WS_SRC_IDX
           PERFORM UNTIL WS_SRC_IDX >= WS_SRC_COUNT
               ADD 1 TO WS_SRC_IDX
               PERFORM B5010_WRITE_ONE_STATEMENT
           END-PERFORM

           CLOSE DEMO_CHARGEBACK_STATEMENT.

           EXIT.

       B5010_WRITE_ONE_STATEMENT.
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_TITLE
           MOVE WS_SRC_CODE(WS_SRC_IDX) TO WS_RPT_SOURCE_CODE
           MOVE WS_SRC_NAME(WS_SRC_IDX) TO WS_RPT_SOURCE_NAME
           MOVE WS_PARAMS_PERIOD TO WS_RPT_PERIOD
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
               FROM WS_RPT_SOURCE_LINE
           MOVE WS_CURRENT_DATE TO WS_RPT_STATEMENT_DATE
           MOVE WS_PERIOD_LAST_DATE TO WS_RPT_PERIOD_END
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_DATE_LINE
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
               FROM WS_RPT_COLUMN_LINE
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_RULE_LINE

           MOVE ZERO TO WS_ACT_IDX
           PERFORM UNTIL WS_ACT_IDX >= WS_ACT_COUNT
               ADD 1 TO WS_ACT_IDX
               MOVE WS_ACT_DESC(WS_ACT_IDX) TO WS_RPT_DETAIL_DESC
               MOVE WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX)
                   TO WS_RPT_DETAIL_UNITS
               MOVE WS_SRC_RATE(WS_SRC_IDX, WS_ACT_IDX)
                   TO WS_RATE_MONEY_WORK
               DIVIDE 100 INTO WS_RATE_MONEY_WORK
               MOVE WS_RATE_MONEY_WORK TO WS_RPT_DETAIL_RATE
               MOVE WS_SRC_AMOUNT(WS_SRC_IDX, WS_ACT_IDX)
                   TO WS_MONEY_WORK
               DIVIDE 100 INTO WS_MONEY_WORK
               MOVE WS_MONEY_WORK TO WS_RPT_DETAIL_AMOUNT
               MOVE SPACES TO WS_RPT_DETAIL_FLAG
               IF WS_SRC_PRICED(WS_SRC_IDX, WS_ACT_IDX) = 'N'
                       AND WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX) > ZERO
                   MOVE "NO RATE" TO WS_RPT_DETAIL_FLAG
               END-IF
               WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
                   FROM WS_RPT_DETAIL_LINE
           END-PERFORM

           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_RULE_LINE
           MOVE WS_SRC_TOTAL(WS_SRC_IDX) TO WS_MONEY_WORK
           DIVIDE 100 INTO WS_MONEY_WORK
           MOVE WS_MONEY_WORK TO WS_RPT_TOTAL_AMOUNT
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_TOTAL_LINE
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_BLANK_LINE

           IF WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_REJ_OPEN) > ZERO
               MOVE WS_SRC_OLDEST_OPEN(WS_SRC_IDX)
                   TO WS_RPT_AGING_OLDEST
               MOVE WS_AGED_THRESHOLD TO WS_RPT_AGING_THRESHOLD
               MOVE WS_SRC_AGED_OPEN(WS_SRC_IDX) TO WS_RPT_AGING_COUNT
               WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
                   FROM WS_RPT_AGING_LINE
           END-IF

           IF WS_UNPRICED_COUNT > ZERO
               MOVE SPACES TO WS_RPT_NOTE_TEXT
               STRING "ACTIVITY MARKED NO RATE IS UNPRICED - STATEMENT "
                       DELIMITED BY SIZE,
                   "NOT FINAL" DELIMITED BY SIZE
               INTO WS_RPT_NOTE_TEXT
               WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
                   FROM WS_RPT_NOTE_LINE
           END-IF

           ADD 1 TO WS_PAGE_NUMBER
           MOVE WS_PAGE_NUMBER TO WS_RPT_PAGE_FOOTER_NUM
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
               FROM WS_RPT_PAGE_FOOTER
           WRITE DEMO_CHARGEBACK_STATEMENT_RECORD
               FROM WS_RPT_BLANK_LINE.

           EXIT.

       *> accounts payable gets one line per charged activity and a
       *> TOTAL line per source - amounts in units of currency with
       *> two decimals, the rate card's own unit
       B5100_WRITE_CSV.
           OPEN OUTPUT DEMO_CHARGEBACK_CSV

           MOVE "PERIOD,SOURCE,ACTIVITY,UNITS,RATE,AMOUNT"
               TO WS_CSV_LINE
           WRITE DEMO_CHARGEBACK_CSV_RECORD FROM WS_CSV_LINE

           MOVE ZERO TO WS_SRC_IDX
           PERFORM UNTIL WS_SRC_IDX >= WS_SRC_COUNT
               ADD 1 TO WS_SRC_IDX
               MOVE ZERO TO WS_ACT_IDX
               PERFORM UNTIL WS_ACT_IDX >= WS_ACT_COUNT
                   ADD 1 TO WS_ACT_IDX
                   IF WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX) > ZERO
                       PERFORM B5110_WRITE_CSV_ACTIVITY
                   END-IF
               END-PERFORM
               PERFORM B5120_WRITE_CSV_TOTAL
           END-PERFORM

           CLOSE DEMO_CHARGEBACK_CSV.

           EXIT.

       B5110_WRITE_CSV_ACTIVITY.
           MOVE WS_SRC_UNITS(WS_SRC_IDX, WS_ACT_IDX)
               TO WS_CSV_UNITS_EDIT
           MOVE WS_CSV_UNITS_EDIT TO WS_TRIM_TEXT
           PERFORM B7300_TRIM_LEADING_SPACES
           MOVE WS_TRIM_RESULT TO WS_CSV_UNITS_TEXT

           MOVE WS_SRC_RATE(WS_SRC_IDX, WS_ACT_IDX)
               TO WS_RATE_MONEY_WORK
           DIVIDE 100 INTO WS_RATE_MONEY_WORK
           MOVE WS_RATE_MONEY_WORK TO WS_CSV_RATE_EDIT
           MOVE WS_CSV_RATE_EDIT TO WS_TRIM_TEXT
           PERFORM B7300_TRIM_LEADING_SPACES
           MOVE WS_TRIM_RESULT TO WS_CSV_RATE_TEXT

           MOVE WS_SRC_AMOUNT(WS_SRC_IDX, WS_ACT_IDX) TO WS_MONEY_WORK
           DIVIDE 100 INTO WS_MONEY_WORK
           MOVE WS_MONEY_WORK TO WS_CSV_AMOUNT_EDIT
           MOVE WS_CSV_AMOUNT_EDIT TO WS_TRIM_TEXT
           PERFORM B7300_TRIM_LEADING_SPACES
           MOVE WS_TRIM_RESULT TO WS_CSV_AMOUNT_TEXT

           MOVE SPACES TO WS_CSV_LINE
           STRING WS_PARAMS_PERIOD DELIMITED BY SIZE,
               "," DELIMITED BY SIZE,
               WS_SRC_CODE(WS_SRC_IDX) DELIMITED BY SIZE,
               "," DELIMITED BY SIZE,
               WS_ACT_CODE(WS_ACT_IDX) DELIMITED BY SPACE,
               "," DELIMITED BY SIZE,
               WS_CSV_UNITS_TEXT DELIMITED BY SPACE,
               "," DELIMITED BY SIZE,
               WS_CSV_RATE_TEXT DELIMITED BY SPACE,
               "," DELIMITED BY SIZE,
               WS_CSV_AMOUNT_TEXT DELIMITED BY SPACE
           INTO WS_CSV_LINE
           WRITE DEMO_CHARGEBACK_CSV_RECORD FROM WS_CSV_LINE.

           EXIT.

       B5120_WRITE_CSV_TOTAL.
           MOVE WS_SRC_TOTAL(WS_SRC_IDX) TO WS_MONEY_WORK
           DIVIDE 100 INTO WS_MONEY_WORK
           MOVE WS_MONEY_WORK TO WS_CSV_AMOUNT_EDIT
           MOVE WS_CSV_AMOUNT_EDIT TO WS_TRIM_TEXT
           PERFORM B7300_TRIM_LEADING_SPACES
           MOVE WS_TRIM_RESULT TO WS_CSV_AMOUNT_TEXT

           MOVE SPACES TO WS_CSV_LINE
           STRING WS_PARAMS_PERIOD DELIMITED BY SIZE,
               "," DELIMITED BY SIZE,
               WS_SRC_CODE(WS_SRC_IDX) DELIMITED BY SIZE,
               ",TOTAL,,," DELIMITED BY SIZE,
               WS_CSV_AMOUNT_TEXT DELIMITED BY SPACE
           INTO WS_CSV_LINE
           WRITE DEMO_CHARGEBACK_CSV_RECORD FROM WS_CSV_LINE.

           EXIT.

       *> CALENDAR ARITHMETIC

       B7010_STEP_FORWARD_ONE_DAY.
           MOVE WS_MONTH_DAYS_ENTRY(WS_WORK_MONTH)
               TO WS_MONTH_DAY_LIMIT
           IF WS_WORK_MONTH = 2
               PERFORM B7020_ADJUST_FOR_LEAP_YEAR
           END-IF

           IF WS_WORK_DAY < WS_MONTH_DAY_LIMIT
               ADD 1 TO WS_WORK_DAY
           ELSE
               MOVE 1 TO WS_WORK_DAY
               IF WS_WORK_MONTH < 12
                   ADD 1 TO WS_WORK_MONTH
               ELSE
                   MOVE 1 TO WS_WORK_MONTH
                   ADD 1 TO WS_WORK_YEAR
               END-IF
           END-IF.

           EXIT.

       *> a leap-year February has 29 days - divisible by 4, except
       *> century years, which must be divisible by 400
       B7020_ADJUST_FOR_LEAP_YEAR.
           DIVIDE WS_WORK_YEAR BY 400 GIVING WS_LEAP_QUOTIENT
               REMAINDER WS_LEAP_REMAINDER
           IF WS_LEAP_REMAINDER = ZERO
               MOVE 29 TO WS_MONTH_DAY_LIMIT
           ELSE
               DIVIDE WS_WORK_YEAR BY 100 GIVING WS_LEAP_QUOTIENT
                   REMAINDER WS_LEAP_REMAINDER
               IF WS_LEAP_REMAINDER NOT = ZERO
                   DIVIDE WS_WORK_YEAR BY 4 GIVING WS_LEAP_QUOTIENT
                       REMAINDER WS_LEAP_REMAINDER
                   IF WS_LEAP_REMAINDER = ZERO
                       MOVE 29 TO WS_MONTH_DAY_LIMIT
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> left-justifies an edited number for the CSV
       B7300_TRIM_LEADING_SPACES.
           MOVE ZERO TO WS_TRIM_LEAD
           INSPECT WS_TRIM_TEXT TALLYING WS_TRIM_LEAD
               FOR LEADING SPACE
           MOVE SPACES TO WS_TRIM_RESULT
           IF WS_TRIM_LEAD < 20
               MOVE WS_TRIM_TEXT(WS_TRIM_LEAD + 1:) TO WS_TRIM_RESULT
           END-IF.

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

           PERFORM B9101_SOURCE_RATE_BEATS_STANDARD_RATE.
           PERFORM B9102_REJECT_RESOLVED_LATER_IS_OPEN_AT_MONTH_END.
           PERFORM B9103_UNITS_WITHOUT_RATE_ARE_UNPRICED.
           PERFORM B9104_CSV_AMOUNT_IS_LEFT_JUSTIFIED.

           EXIT.

       B9101_SOURCE_RATE_BEATS_STANDARD_RATE.
           DISPLAY 'A SOURCE RATE OVERRIDES THE *** STANDARD RATE'.

           MOVE 3 TO WS_RATE_COUNT.
           MOVE "***" TO WS_RATE_ENTRY_SOURCE(1).
           MOVE "LATE-FEED" TO WS_RATE_ENTRY_ACTIVITY(1).
           MOVE 2500 TO WS_RATE_ENTRY_CENTS(1).
           MOVE "ABC" TO WS_RATE_ENTRY_SOURCE(2).
           MOVE "LATE-FEED" TO WS_RATE_ENTRY_ACTIVITY(2).
           MOVE 4000 TO WS_RATE_ENTRY_CENTS(2).
           MOVE "***" TO WS_RATE_ENTRY_SOURCE(3).
           MOVE "BACKOUT" TO WS_RATE_ENTRY_ACTIVITY(3).
           MOVE 9900 TO WS_RATE_ENTRY_CENTS(3).

           MOVE "ABC" TO WS_RATE_SEARCH_SOURCE.
           MOVE "LATE-FEED" TO WS_RATE_SEARCH_ACTIVITY.
           PERFORM B4520_FIND_RATE.
           MOVE WS_RATE_FOUND_CENTS TO WS_POST_UNITS.
           MOVE "XYZ" TO WS_RATE_SEARCH_SOURCE.
           PERFORM B4520_FIND_RATE.

           DISPLAY "EXPECTED: ABC 4000, XYZ 2500 (STANDARD)".
           DISPLAY "ACTUAL:   ABC " WS_POST_UNITS ", XYZ "
               WS_RATE_FOUND_CENTS.
           IF WS_POST_UNITS = 4000
                   AND WS_RATE_FOUND_CENTS = 2500
                   AND WS_RATE_FOUND_WILDCARD
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_RATE_COUNT.

           EXIT.

       B9102_REJECT_RESOLVED_LATER_IS_OPEN_AT_MONTH_END.
           DISPLAY 'A REJECT RESOLVED AFTER MONTH END WAS OPEN AT IT'.

           MOVE "202609" TO WS_PARAMS_PERIOD.
           MOVE "20261015" TO WS_CURRENT_DATE.
           PERFORM B4010_BUILD_PERIOD_BOUNDS.
           MOVE ZERO TO WS_SRC_COUNT.

           MOVE "20260820" TO WS_REJ_GEN_DATE.
           MOVE "RESUBMITTED" TO WS_REJ_STATUS.
           MOVE "20261002" TO WS_REJ_RESOLVED_DATE.
           MOVE SPACES TO WS_REJ_SOURCE.
           PERFORM B4210_CLASSIFY_ONE_REJECT.

           DISPLAY "EXPECTED: PRI OPEN 1 RAISED 0 RESUB 0 AGE 41".
           DISPLAY "ACTUAL:   " WS_SRC_CODE(1) " OPEN "
               WS_SRC_UNITS(1, WS_ACT_REJ_OPEN) " RAISED "
               WS_SRC_UNITS(1, WS_ACT_REJ_RAISED) " RESUB "
               WS_SRC_UNITS(1, WS_ACT_REJ_RESUB) " AGE "
               WS_SRC_OLDEST_OPEN(1).
           IF WS_SRC_COUNT = 1
                   AND WS_SRC_CODE(1) = "PRI"
                   AND WS_SRC_UNITS(1, WS_ACT_REJ_OPEN) = 1
                   AND WS_SRC_UNITS(1, WS_ACT_REJ_RAISED) = ZERO
                   AND WS_SRC_UNITS(1, WS_ACT_REJ_RESUB) = ZERO
                   AND WS_SRC_OLDEST_OPEN(1) = 41
                   AND WS_SRC_AGED_OPEN(1) = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_SRC_COUNT.

           EXIT.

       B9103_UNITS_WITHOUT_RATE_ARE_UNPRICED.
           DISPLAY 'UNITS WITH NO RATE ARE UNPRICED, NO UNITS ARE NOT'.

           MOVE 1 TO WS_RATE_COUNT.
           MOVE "***" TO WS_RATE_ENTRY_SOURCE(1).
           MOVE "FILE-RECVD" TO WS_RATE_ENTRY_ACTIVITY(1).
           MOVE 150 TO WS_RATE_ENTRY_CENTS(1).
           MOVE 1 TO WS_SRC_COUNT.
           PERFORM B4051_CLEAR_NEW_SOURCE.
           MOVE "ABC" TO WS_SRC_CODE(1).
           MOVE 4 TO WS_SRC_UNITS(1, WS_ACT_FILES).
           MOVE 2 TO WS_SRC_UNITS(1, WS_ACT_BACKOUT).
           PERFORM B4500_PRICE_STATEMENTS.

           DISPLAY "EXPECTED: TOTAL 600 UNPRICED 1".
           DISPLAY "ACTUAL:   TOTAL " WS_SRC_TOTAL(1) " UNPRICED "
               WS_UNPRICED_COUNT.
           IF WS_SRC_TOTAL(1) = 600
                   AND WS_GRAND_TOTAL = 600
                   AND WS_UNPRICED_COUNT = 1
                   AND WS_SRC_PRICED(1, WS_ACT_BACKOUT) = 'N'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_RATE_COUNT.
           MOVE ZERO TO WS_SRC_COUNT.

           EXIT.

       B9104_CSV_AMOUNT_IS_LEFT_JUSTIFIED.
           DISPLAY 'A CSV AMOUNT GOES OUT LEFT-JUSTIFIED IN CURRENCY'.

           MOVE 123456 TO WS_MONEY_WORK.
           DIVIDE 100 INTO WS_MONEY_WORK.
           MOVE WS_MONEY_WORK TO WS_CSV_AMOUNT_EDIT.
           MOVE WS_CSV_AMOUNT_EDIT TO WS_TRIM_TEXT.
           PERFORM B7300_TRIM_LEADING_SPACES.

           DISPLAY "EXPECTED: 1234.56".
           DISPLAY "ACTUAL:   " WS_TRIM_RESULT.
           IF WS_TRIM_RESULT = "1234.56"
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
