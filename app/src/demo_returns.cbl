       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the returns file the settlement system sends back - 'R'
           *> lines naming individual DEMO_EXTRACT.DAT detail records
           *> it bounced, with a reason. May not have arrived; most
           *> days nothing is returned.
           SELECT DEMO_SETTLE_RETURNS ASSIGN TO WS_RETURNS_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RETURNS_FILE_STATUS.

           *> the standing register of extracts cut (see
           *> B5030_APPEND_EXTRACT_REGISTER in demo_extract.cbl) - a
           *> return naming an extract date we never cut matches
           *> nothing we sent
           SELECT DEMO_EXTRACT_REGISTER ASSIGN TO
                "../src/resources/DEMO_EXTRACT_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_EXTREG_FILE_STATUS.

           *> the desk's view of the returned-items queue - one line
           *> per item still to be dealt with, with its age
           SELECT DEMO_RETURNS_REPORT ASSIGN TO
                "../src/resources/out/DEMO_RETURNS_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_FILE_STATUS.

           *> one-line verdict for the morning dashboard: how many
           *> items are open, unmatched and overdue - see
           *> B5040_WRITE_RETURNS_STATUS
           SELECT DEMO_RETURNS_STATUS ASSIGN TO
                "../src/resources/DEMO_RETURNS_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       *> the extract detail echoed back as we sent it (date, string,
       *> source, amount - see WS_EXTRACT_DETAIL in demo_extract.cbl)
       *> behind the header date of the extract it went out on, and
       *> after the reason the transaction reference from positions
       *> 28-47 of that detail - blank when the row had none
       FD DEMO_SETTLE_RETURNS.
           01 DEMO_SETTLE_RETURNS_RECORD.
               05 RET_LINE_TYPE             PIC X(01).
               05 RET_EXTRACT_DATE          PIC X(08).
               05 RET_DETAIL_DATE           PIC X(08).
               05 RET_DETAIL_STRING         PIC X(06).
               05 RET_DETAIL_SOURCE         PIC X(03).
               05 RET_DETAIL_AMOUNT         PIC X(09).
               05 RET_REASON_CODE           PIC X(04).
               05 RET_REASON_TEXT           PIC X(40).
               05 RET_DETAIL_PROVIDER_REF   PIC X(20).
               05 FILLER                    PIC X(01).

       FD DEMO_EXTRACT_REGISTER.
           01 DEMO_EXTRACT_REGISTER_RECORD.
               05 EXTREG_DATE               PIC X(08).
               05 EXTREG_COUNT              PIC X(08).
               05 EXTREG_CUT_TS             PIC X(14).
               05 EXTREG_STATUS             PIC X(09).
               05 EXTREG_ACK_COUNT          PIC X(08).

       FD DEMO_RETURNS_REPORT.
           01 DEMO_RETURNS_REPORT_RECORD     PIC X(72).

       FD DEMO_RETURNS_STATUS.
           01 DEMO_RETURNS_STATUS_RECORD     PIC X(72).

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
               05 OPR_ACTIONS               PIC X(72).

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

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
       *> This program works the settlement returns. DEMO-SETTLEACK
       *> confirms an extract as a whole, by count; when the
       *> settlement system bounces individual records (unknown
       *> account, amount over limit) it sends a returns file naming
       *> each one as it appeared on DEMO_EXTRACT.DAT, with a reason.
       *>
       *> Run without arguments it takes in that file: each return
       *> is matched to its demo_table row (same date, string, source
       *> and amount, and the same transaction reference where the
       *> detail carried one) and the run that loaded it, queued on
       *> demo_returns, and written onto demo_audit as
       *> SETTLE-RETURNED under that run id so DEMO-LIFECYCLE shows
       *> it. A return naming an extract date that was never cut, or
       *> a record no longer on demo_table as sent, matches nothing we
       *> sent, and neither does one with no reference whose date,
       *> string, source and amount name more than one row - which
       *> was returned is not guessed at. Either way it is queued as
       *> NO MATCH and the run ends with
       *> RETURN-CODE 1. A return already queued (the same file read
       *> twice) is passed over. It then lists the queue with each
       *> item's age - past DEMO_RETURNS_ESCALATE_DAYS days (5 unless
       *> set) an open item is OVERDUE - and leaves a status line for
       *> DEMO-MORNING.
       *>
       *> A returned record is corrected one of two ways. A DEMO-
       *> WRITER 'C' correction restating its string is followed
       *> automatically on the next run (the queue item moves to the
       *> restated string). Otherwise REPRESENT, by an operator whose
       *> profile lists RETURN-REPRESENT, says the record is fit to
       *> go again as it stands (the settlement side fixed the
       *> account, say). Either way the item is CORRECTED, and
       *> DEMO-EXTRACT re-presents it on its next cut and marks it
       *> re-presented. DISMISS (RETURN-DISMISS) closes an item that
       *> will not go again, or a NO MATCH the settlement side has
       *> explained. Every step is on demo_audit; REPRESENT and
       *> DISMISS are on the access log too.
       *>
       *> Queue statuses: O open, C corrected (awaiting the next
       *> extract), P re-presented, U no match, D dismissed.

       *> example argument usage:

       *> take in the returns file, list the queue, refresh status
       *>      ./demo_returns

       *> a returned record is fit to go on the next extract as it
       *> stands (source defaults to PRI)
       *>      DEMO_OPERATOR=JMB ./demo_returns REPRESENT 20260901
       *>          01A005

       *> close a returned record or an unmatched return
       *>      DEMO_OPERATOR=JMB ./demo_returns DISMISS 20260901
       *>          01A005 ABC

       *> for running as part of end-to-end tests
       *>      ./demo_returns TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_returns TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_returns TEST
       *>      ./demo_returns TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       *> the REPRESENT/DISMISS arguments are read individually by
       *> position - see B3055_ACCEPT_RUN_PARAMETERS
       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(100) VALUE SPACES.

       01 WS_PARAMS_MODE                   PIC X(01) VALUE 'L'.
           88 WS_MODE_LIST                     VALUE 'L'.
           88 WS_MODE_REPRESENT                VALUE 'P'.
           88 WS_MODE_DISMISS                  VALUE 'D'.
       01 WS_PARAMS_ITEM_DATE              PIC X(08) VALUE SPACES.
       01 WS_PARAMS_ITEM_STRING            PIC X(06) VALUE SPACES.
       01 WS_PARAMS_ITEM_SOURCE            PIC X(03) VALUE "PRI".

       *> end of file definitions
       01 WS_EOF                           PIC X(1) VALUE 'N'.
           88 WS_EOF_FALSE                     VALUE 'N'.
           88 WS_EOF_TRUE                      VALUE 'Y'.

       01 WS_RETURNS_FILE_STATUS           PIC X(02) VALUE "00".
       01 WS_EXTREG_FILE_STATUS            PIC X(02) VALUE "00".
       01 WS_REPORT_FILE_STATUS            PIC X(02) VALUE "00".

       *> which returns file to read - the settlement side drops it
       *> under this default unless DEMO_SETTLE_RETURNS_FILE points
       *> somewhere else
       01 WS_RETURNS_PATH                  PIC X(100) VALUE
               "../src/resources/DEMO_SETTLE_RETURNS.TXT".
       01 WS_RETURNS_PATH_OVERRIDE         PIC X(100) VALUE SPACES.

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

       *> escalation window - DEMO_RETURNS_ESCALATE_DAYS, right-
       *> justified and zero-filled the same way the writer reads its
       *> day counts; unset or unreadable keeps the five-day default
       01  WS_ESCALATE_TEXT                PIC X(05) VALUE SPACES.
       01  WS_ESCALATE_RJUST               PIC X(05) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_ESCALATE_DAYS                PIC 9(03) VALUE 5.

       *> the extract dates on the register, loaded once for the
       *> intake - a return for a date not listed matches nothing
       01  WS_EXT_DATE_TABLE_MAX           PIC 9(04) VALUE 400.
       01  WS_EXT_DATE_COUNT               PIC 9(04) VALUE ZERO.
       01  WS_EXT_DATE_TABLE.
           05  WS_EXT_DATE_ENTRY OCCURS 400 TIMES PIC X(08).
       01  WS_EXT_DATE_IDX                 PIC 9(04) VALUE ZERO.
       01  WS_EXT_DATE_FOUND               PIC X(01) VALUE 'F'.
           88  WS_EXT_DATE_FOUND_FALSE         VALUE 'F'.
           88  WS_EXT_DATE_FOUND_TRUE          VALUE 'T'.

       *> the verdict on one return line - why it did not match is
       *> said on the console and the report
       01  WS_RETURN_VERDICT               PIC X(01) VALUE SPACE.
           88  WS_RETURN_MATCHED               VALUE 'M'.
           88  WS_RETURN_UNMATCHED             VALUE 'U'.
           88  WS_RETURN_DUPLICATE             VALUE 'D'.
       01  WS_UNMATCHED_WHY                PIC X(30) VALUE SPACES.
       01  WS_ALREADY_QUEUED               PIC 9(04) VALUE ZERO.
       01  WS_TABLE_MATCHES                PIC 9(04) VALUE ZERO.

       *> intake totals
       01  WS_RETURNS_READ                 PIC 9(05) VALUE ZERO.
       01  WS_RETURNS_QUEUED               PIC 9(05) VALUE ZERO.
       01  WS_RETURNS_UNMATCHED            PIC 9(05) VALUE ZERO.
       01  WS_RETURNS_DUPLICATE            PIC 9(05) VALUE ZERO.
       01  WS_RETURNS_FOLLOWED             PIC 9(05) VALUE ZERO.

       *> queue listing totals
       01  WS_OPEN_COUNT                   PIC 9(05) VALUE ZERO.
       01  WS_CORRECTED_COUNT              PIC 9(05) VALUE ZERO.
       01  WS_NO_MATCH_COUNT               PIC 9(05) VALUE ZERO.
       01  WS_OVERDUE_COUNT                PIC 9(05) VALUE ZERO.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(32) VALUE
                   "DEMO SETTLEMENT RETURNS REPORT".
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  WS_RPT_INTAKE.
           05  FILLER                 PIC X(10) VALUE "RETURNED: ".
           05  WS_RPT_INTAKE_READ     PIC X(05).
           05  FILLER                 PIC X(10) VALUE "  QUEUED: ".
           05  WS_RPT_INTAKE_QUEUED   PIC X(05).
           05  FILLER                 PIC X(12) VALUE "  NO MATCH: ".
           05  WS_RPT_INTAKE_UNMATCHED
                                      PIC X(05).
           05  FILLER                 PIC X(18) VALUE
                   "  ALREADY QUEUED: ".
           05  WS_RPT_INTAKE_DUPLICATE
                                      PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
       01  WS_RPT_HEADING.
           05  FILLER                 PIC X(36) VALUE
                   "DATE       STRING SRC    AMOUNT RSN ".
           05  FILLER                 PIC X(36) VALUE
                   "  AGE STATUS       LOADING RUN      ".
       01  WS_RPT_DETAIL.
           05  WS_RPT_DETAIL_DATE     PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_STRING   PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_SOURCE   PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AMOUNT   PIC Z(8)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_REASON   PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AGE      PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_STATUS   PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_RUN_ID   PIC X(14).
           05  FILLER                 PIC X(03) VALUE SPACES.
       01  WS_RPT_SUMMARY.
           05  FILLER                 PIC X(06) VALUE "OPEN: ".
           05  WS_RPT_SUMMARY_OPEN    PIC X(05).
           05  FILLER                 PIC X(13) VALUE "  CORRECTED: ".
           05  WS_RPT_SUMMARY_CORRECTED
                                      PIC X(05).
           05  FILLER                 PIC X(12) VALUE "  NO MATCH: ".
           05  WS_RPT_SUMMARY_NO_MATCH
                                      PIC X(05).
           05  FILLER                 PIC X(11) VALUE "  OVERDUE: ".
           05  WS_RPT_SUMMARY_OVERDUE PIC X(05).
           05  FILLER                 PIC X(10) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> the dashboard status line - DEMO-MORNING reads the counts
       *> at fixed positions (open at 6-10, no match at 21-25,
       *> overdue at 35-39)
       01  WS_RETURNS_STATUS_LINE.
           05  FILLER                 PIC X(05) VALUE "OPEN ".
           05  WS_RET_STATUS_OPEN     PIC 9(05).
           05  FILLER                 PIC X(10) VALUE " NO MATCH ".
           05  WS_RET_STATUS_NO_MATCH PIC 9(05).
           05  FILLER                 PIC X(09) VALUE " OVERDUE ".
           05  WS_RET_STATUS_OVERDUE  PIC 9(05).
           05  FILLER                 PIC X(07) VALUE " AS OF ".
           05  WS_RET_STATUS_DATE     PIC X(08).
           05  FILLER                 PIC X(18) VALUE SPACES.

       *> operator authorization work areas - REPRESENT needs
       *> RETURN-REPRESENT, DISMISS needs RETURN-DISMISS
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
                   "DEMO-RETURNS".
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
       01  DB_AMOUNT               PIC 9(09).
       01  DB_RUN_ID               PIC X(14).
       01  DB_EXTRACT_DATE         PIC X(08).
       01  DB_REASON_CODE          PIC X(04).
       01  DB_REASON_TEXT          PIC X(40).
       01  DB_RETURN_STATUS        PIC X(01).
       01  DB_AGE_DAYS             PIC 9(05).
       01  DB_ROW_COUNT            PIC 9(04).
       01  DB_EVENT_TS             PIC X(14).
       01  DB_OPERATOR_ID          PIC X(08).
       01  DB_PROVIDER_REF         PIC X(20).

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
           EVALUATE TRUE
               WHEN WS_MODE_REPRESENT
                   PERFORM B6000_REPRESENT_RETURN
               WHEN WS_MODE_DISMISS
                   PERFORM B6100_DISMISS_RETURN
               WHEN OTHER
                   PERFORM B4000_WORK_RETURNS
           END-EVALUATE.

           EXIT.

       *> reads each command-line argument individually by position -
       *> nothing (or a TEST switch) takes in and lists, REPRESENT and
       *> DISMISS take the returned record's YYYYMMDD date, its
       *> string, and optionally its source system
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
                   WHEN WS_PARAMS_ARG_VALUE = "REPRESENT"
                           AND WS_PARAMS_ARG_COUNT > 2
                       SET WS_MODE_REPRESENT TO TRUE
                       PERFORM B3056_ACCEPT_ITEM_KEY
                   WHEN WS_PARAMS_ARG_VALUE = "DISMISS"
                           AND WS_PARAMS_ARG_COUNT > 2
                       SET WS_MODE_DISMISS TO TRUE
                       PERFORM B3056_ACCEPT_ITEM_KEY
                   WHEN OTHER
                       DISPLAY "USAGE: demo_returns"
                       DISPLAY "   OR: demo_returns REPRESENT <date> "
                           "<string> [<source>]"
                       DISPLAY "   OR: demo_returns DISMISS <date> "
                           "<string> [<source>]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           EXIT.

       B3056_ACCEPT_ITEM_KEY.
           MOVE 2 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_ITEM_DATE

           MOVE 3 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:6) TO WS_PARAMS_ITEM_STRING

           IF WS_PARAMS_ARG_COUNT > 3
               MOVE 4 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:3) TO WS_PARAMS_ITEM_SOURCE
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

       *> RETURNS INTAKE

       *> take in whatever came back, follow any writer corrections
       *> since, then list the queue - the listing and the status
       *> line are rewritten every run, returns or not
       B4000_WORK_RETURNS.
           PERFORM B5005_DETERMINE_ESCALATION
           PERFORM B4010_LOAD_EXTRACT_DATES
           PERFORM B3100_CONNECT

           PERFORM B4100_TAKE_IN_RETURNS
           PERFORM B4300_FOLLOW_WRITER_CORRECTIONS
           PERFORM B5000_LIST_RETURNS

           PERFORM B3900_DISCONNECT
           PERFORM B5040_WRITE_RETURNS_STATUS

           DISPLAY "=== DEMO SETTLEMENT RETURNS ==="
           DISPLAY "RETURNED:        " WS_RETURNS_READ
           DISPLAY "QUEUED:          " WS_RETURNS_QUEUED
           DISPLAY "NO MATCH:        " WS_RETURNS_UNMATCHED
           DISPLAY "ALREADY QUEUED:  " WS_RETURNS_DUPLICATE
           DISPLAY "WRITER-CORRECTED: " WS_RETURNS_FOLLOWED
           DISPLAY "OPEN:            " WS_OPEN_COUNT
           DISPLAY "CORRECTED:       " WS_CORRECTED_COUNT
           DISPLAY "OVERDUE (OVER " WS_ESCALATE_DAYS " DAYS): "
               WS_OVERDUE_COUNT

           IF WS_RETURNS_UNMATCHED > ZERO
               DISPLAY "*** " WS_RETURNS_UNMATCHED " RETURN(S) MATCH "
                   "NOTHING WE SENT - SEE DEMO_RETURNS_REPORT.TXT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

           EXIT.

       *> every extract date on the register, whatever its standing -
       *> an extract the settlement side never acknowledged can still
       *> have records bounced off it
       B4010_LOAD_EXTRACT_DATES.
           MOVE ZERO TO WS_EXT_DATE_COUNT
           SET WS_EOF_FALSE TO TRUE

           OPEN INPUT DEMO_EXTRACT_REGISTER
           IF WS_EXTREG_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_EXTRACT_REGISTER
                       AT END
                           SET WS_EOF_TRUE TO TRUE
                       NOT AT END
                           IF WS_EXT_DATE_COUNT < WS_EXT_DATE_TABLE_MAX
                               ADD 1 TO WS_EXT_DATE_COUNT
                               MOVE EXTREG_DATE TO
                                   WS_EXT_DATE_ENTRY(WS_EXT_DATE_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_EXTRACT_REGISTER
           ELSE
               DISPLAY "*** DEMO_EXTRACT_REGISTER.TXT NOT ON FILE - "
                   "NO RETURN CAN BE MATCHED ***"
           END-IF.

           EXIT.

       *> no returns file is the usual case - nothing bounced
       B4100_TAKE_IN_RETURNS.
           MOVE SPACES TO WS_RETURNS_PATH_OVERRIDE
           ACCEPT WS_RETURNS_PATH_OVERRIDE FROM ENVIRONMENT
               "DEMO_SETTLE_RETURNS_FILE"
           IF WS_RETURNS_PATH_OVERRIDE NOT = SPACES
               MOVE WS_RETURNS_PATH_OVERRIDE TO WS_RETURNS_PATH
           END-IF

           SET WS_EOF_FALSE TO TRUE
           OPEN INPUT DEMO_SETTLE_RETURNS
           IF WS_RETURNS_FILE_STATUS NOT = "00"
               DISPLAY "NO RETURNS FILE - NOTHING RETURNED THIS RUN"
           ELSE
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_SETTLE_RETURNS
                       AT END
                           SET WS_EOF_TRUE TO TRUE
                       NOT AT END
                           IF RET_LINE_TYPE = 'R'
                               PERFORM B4110_TAKE_IN_RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_SETTLE_RETURNS
           END-IF.

           EXIT.

       *> one returned record: already queued from an earlier read of
       *> the same file, matched to the row and run we sent it from,
       *> or matching nothing. Each return is its own unit of work.
       B4110_TAKE_IN_RETURN.
           ADD 1 TO WS_RETURNS_READ
           PERFORM B4120_BUILD_RETURN_KEY

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_returns
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND extract_date = :DB_EXTRACT_DATE
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.
           MOVE DB_ROW_COUNT TO WS_ALREADY_QUEUED

           PERFORM B4130_FIND_EXTRACT_DATE

           MOVE ZERO TO WS_TABLE_MATCHES
           MOVE SPACES TO DB_RUN_ID
           IF WS_ALREADY_QUEUED = ZERO AND WS_EXT_DATE_FOUND_TRUE
               PERFORM B4115_COUNT_TABLE_MATCHES
           END-IF

           PERFORM B4140_JUDGE_RETURN

           EVALUATE TRUE
               WHEN WS_RETURN_DUPLICATE
                   ADD 1 TO WS_RETURNS_DUPLICATE
               WHEN WS_RETURN_MATCHED
                   PERFORM B4150_QUEUE_MATCHED_RETURN
               WHEN OTHER
                   PERFORM B4160_QUEUE_UNMATCHED_RETURN
           END-EVALUATE.

           EXIT.

       *> the row the return names - by its transaction reference
       *> as well when the detail carried one, otherwise by the
       *> date, string, source and amount alone, which may now name
       *> more than one transaction. The loading run is only taken
       *> when exactly one row answers; B4140_JUDGE_RETURN refuses
       *> anything else.
       B4115_COUNT_TABLE_MATCHES.
           IF DB_PROVIDER_REF NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(run_id), ' ')
                     INTO :DB_ROW_COUNT, :DB_RUN_ID
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
                     AND COALESCE(amount, 0) = :DB_AMOUNT
                     AND provider_ref = :DB_PROVIDER_REF
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(run_id), ' ')
                     INTO :DB_ROW_COUNT, :DB_RUN_ID
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
                     AND COALESCE(amount, 0) = :DB_AMOUNT
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.
           MOVE DB_ROW_COUNT TO WS_TABLE_MATCHES

           IF WS_TABLE_MATCHES NOT = 1
               MOVE SPACES TO DB_RUN_ID
           END-IF.

           EXIT.

       *> the echoed detail back in demo_table's own formats - the
       *> extract writes a blank source as "---" and the date without
       *> its dashes
       B4120_BUILD_RETURN_KEY.
           STRING RET_DETAIL_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               RET_DETAIL_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               RET_DETAIL_DATE(7:2) DELIMITED BY SIZE
           INTO DB_DATE
           MOVE RET_DETAIL_STRING TO DB_STRING

           IF RET_DETAIL_SOURCE = "---"
               MOVE SPACES TO DB_SOURCE_SYSTEM
           ELSE
               MOVE RET_DETAIL_SOURCE TO DB_SOURCE_SYSTEM
           END-IF

           IF RET_DETAIL_AMOUNT IS NUMERIC
               MOVE RET_DETAIL_AMOUNT TO DB_AMOUNT
           ELSE
               MOVE ZERO TO DB_AMOUNT
           END-IF

           MOVE RET_DETAIL_PROVIDER_REF TO DB_PROVIDER_REF
           MOVE RET_EXTRACT_DATE TO DB_EXTRACT_DATE
           MOVE RET_REASON_CODE TO DB_REASON_CODE
           MOVE RET_REASON_TEXT TO DB_REASON_TEXT.

           EXIT.

       B4130_FIND_EXTRACT_DATE.
           SET WS_EXT_DATE_FOUND_FALSE TO TRUE
           MOVE ZERO TO WS_EXT_DATE_IDX
           PERFORM UNTIL WS_EXT_DATE_IDX >= WS_EXT_DATE_COUNT
                               OR WS_EXT_DATE_FOUND_TRUE
               ADD 1 TO WS_EXT_DATE_IDX
               IF WS_EXT_DATE_ENTRY(WS_EXT_DATE_IDX) = DB_EXTRACT_DATE
                   SET WS_EXT_DATE_FOUND_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> a return counts as ours only if the extract it names was cut
       *> and the record still stands on demo_table exactly as sent;
       *> anything else is said plainly, since someone has to chase it
       B4140_JUDGE_RETURN.
           MOVE SPACES TO WS_UNMATCHED_WHY
           EVALUATE TRUE
               WHEN WS_ALREADY_QUEUED > ZERO
                   SET WS_RETURN_DUPLICATE TO TRUE
               WHEN WS_EXT_DATE_FOUND_FALSE
                   SET WS_RETURN_UNMATCHED TO TRUE
                   MOVE "NO EXTRACT CUT ON THAT DATE"
                       TO WS_UNMATCHED_WHY
               WHEN WS_TABLE_MATCHES = ZERO
                   SET WS_RETURN_UNMATCHED TO TRUE
                   MOVE "NOT ON DEMO_TABLE AS SENT"
                       TO WS_UNMATCHED_WHY
               WHEN WS_TABLE_MATCHES > 1
                   *> guessing which transaction bounced is what the
                   *> reference exists to stop - the desk finds out
                   SET WS_RETURN_UNMATCHED TO TRUE
                   MOVE "AMBIGUOUS - NEEDS TXN REF"
                       TO WS_UNMATCHED_WHY
               WHEN OTHER
                   SET WS_RETURN_MATCHED TO TRUE
           END-EVALUATE.

           EXIT.

       *> queued open under the run that loaded the record, and its
       *> SETTLE-RETURNED audit row goes under that same run id so
       *> the run's trail and DEMO-LIFECYCLE both show the bounce
       B4150_QUEUE_MATCHED_RETURN.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS
           MOVE 'O' TO DB_RETURN_STATUS

           EXEC SQL
               INSERT INTO demo_returns
                   (report_date, report_text, source_system, run_id,
                    amount, extract_date, reason_code, reason_text,
                    returned_date, returned_ts, return_status,
                    provider_ref)
               VALUES (:DB_DATE, :DB_STRING, :DB_SOURCE_SYSTEM,
                       :DB_RUN_ID, :DB_AMOUNT, :DB_EXTRACT_DATE,
                       :DB_REASON_CODE, :DB_REASON_TEXT,
                       SUBSTR(:DB_EVENT_TS, 1, 8), :DB_EVENT_TS,
                       :DB_RETURN_STATUS, :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               VALUES (:DB_RUN_ID, 'RETURNS', 0, 'SETTLE-RETURNED',
                       :DB_DATE, :DB_STRING, :DB_SOURCE_SYSTEM,
                       :DB_AMOUNT, :DB_EVENT_TS, :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           ADD 1 TO WS_RETURNS_QUEUED.

           EXIT.

       *> an unmatched return is still queued, so it stays on the
       *> listing until someone explains it and DISMISSes it; there
       *> is no row or run to write an audit row against
       B4160_QUEUE_UNMATCHED_RETURN.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS
           MOVE 'U' TO DB_RETURN_STATUS

           EXEC SQL
               INSERT INTO demo_returns
                   (report_date, report_text, source_system, run_id,
                    amount, extract_date, reason_code, reason_text,
                    returned_date, returned_ts, return_status,
                    provider_ref)
               VALUES (:DB_DATE, :DB_STRING, :DB_SOURCE_SYSTEM,
                       :DB_RUN_ID, :DB_AMOUNT, :DB_EXTRACT_DATE,
                       :DB_REASON_CODE, :DB_REASON_TEXT,
                       SUBSTR(:DB_EVENT_TS, 1, 8), :DB_EVENT_TS,
                       :DB_RETURN_STATUS, :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           ADD 1 TO WS_RETURNS_UNMATCHED
           DISPLAY "*** RETURN MATCHES NOTHING SENT: " DB_DATE " "
               DB_STRING(1:6) " " DB_SOURCE_SYSTEM " EXTRACT "
               DB_EXTRACT_DATE " - " WS_UNMATCHED_WHY " ***".

           EXIT.

       *> an open return whose string a DEMO-WRITER 'C' correction has
       *> since restated (its REPLACED audit row carries the returned
       *> string as prior_text) has been corrected at source: the item
       *> moves to the restated string, ready for the next extract,
       *> and the RETURN-CORRECTED audit row goes under the string
       *> DEMO-LIFECYCLE will now be asked about. A return that
       *> carries a transaction reference follows only the correction
       *> made under that reference.
       B4300_FOLLOW_WRITER_CORRECTIONS.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_returns r
               WHERE r.return_status = 'O'
                 AND EXISTS
                     (SELECT 1 FROM demo_audit a
                      WHERE a.action = 'REPLACED'
                        AND a.record_date = r.report_date
                        AND a.prior_text = r.report_text
                        AND a.source_system = r.source_system
                        AND (COALESCE(r.provider_ref, ' ') = ' '
                             OR a.provider_ref = r.provider_ref)
                        AND a.run_id > r.returned_ts)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.
           MOVE DB_ROW_COUNT TO WS_RETURNS_FOLLOWED

           IF WS_RETURNS_FOLLOWED > ZERO
               EXEC SQL
                   INSERT INTO demo_audit
                       (run_id, file_path, record_number, action,
                        record_date, record_text, source_system,
                        amount, event_ts, prior_text, provider_ref)
                   SELECT a.run_id, 'RETURNS', 0, 'RETURN-CORRECTED',
                          r.report_date, MAX(a.record_text),
                          r.source_system, r.amount, :DB_EVENT_TS,
                          r.report_text, r.provider_ref
                   FROM demo_returns r, demo_audit a
                   WHERE r.return_status = 'O'
                     AND a.action = 'REPLACED'
                     AND a.record_date = r.report_date
                     AND a.prior_text = r.report_text
                     AND a.source_system = r.source_system
                     AND (COALESCE(r.provider_ref, ' ') = ' '
                          OR a.provider_ref = r.provider_ref)
                     AND a.run_id > r.returned_ts
                   GROUP BY a.run_id, r.report_date, r.report_text,
                            r.source_system, r.amount, r.provider_ref
               END-EXEC

               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF

               EXEC SQL
                   UPDATE demo_returns r
                      SET return_status = 'C',
                          represent_text =
                              (SELECT MAX(a.record_text)
                               FROM demo_audit a
                               WHERE a.action = 'REPLACED'
                                 AND a.record_date = r.report_date
                                 AND a.prior_text = r.report_text
                                 AND a.source_system = r.source_system
                                 AND (COALESCE(r.provider_ref, ' ')
                                          = ' '
                                      OR a.provider_ref
                                          = r.provider_ref)
                                 AND a.run_id > r.returned_ts),
                          corrected_by = 'WRITER',
                          corrected_ts = :DB_EVENT_TS
                   WHERE r.return_status = 'O'
                     AND EXISTS
                         (SELECT 1 FROM demo_audit a
                          WHERE a.action = 'REPLACED'
                            AND a.record_date = r.report_date
                            AND a.prior_text = r.report_text
                            AND a.source_system = r.source_system
                            AND (COALESCE(r.provider_ref, ' ') = ' '
                                 OR a.provider_ref = r.provider_ref)
                            AND a.run_id > r.returned_ts)
               END-EXEC

               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF

               EXEC SQL COMMIT WORK END-EXEC
               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> QUEUE LISTING

       B5000_LIST_RETURNS.
           OPEN OUTPUT DEMO_RETURNS_REPORT

           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_TITLE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           MOVE WS_RETURNS_READ TO WS_RPT_INTAKE_READ
           MOVE WS_RETURNS_QUEUED TO WS_RPT_INTAKE_QUEUED
           MOVE WS_RETURNS_UNMATCHED TO WS_RPT_INTAKE_UNMATCHED
           MOVE WS_RETURNS_DUPLICATE TO WS_RPT_INTAKE_DUPLICATE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_INTAKE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_HEADING
           PERFORM B5010_LIST_RETURN_ROWS
           MOVE WS_OPEN_COUNT TO WS_RPT_SUMMARY_OPEN
           MOVE WS_CORRECTED_COUNT TO WS_RPT_SUMMARY_CORRECTED
           MOVE WS_NO_MATCH_COUNT TO WS_RPT_SUMMARY_NO_MATCH
           MOVE WS_OVERDUE_COUNT TO WS_RPT_SUMMARY_OVERDUE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_RETURNS_REPORT_RECORD FROM WS_RPT_SUMMARY

           CLOSE DEMO_RETURNS_REPORT.

           EXIT.

       B5005_DETERMINE_ESCALATION.
           MOVE SPACES TO WS_ESCALATE_TEXT
           ACCEPT WS_ESCALATE_TEXT FROM ENVIRONMENT
               "DEMO_RETURNS_ESCALATE_DAYS"

           MOVE WS_ESCALATE_TEXT TO WS_ESCALATE_RJUST
           INSPECT WS_ESCALATE_RJUST
               REPLACING LEADING SPACE BY ZERO

           IF WS_ESCALATE_RJUST IS NUMERIC
                   AND WS_ESCALATE_RJUST > ZERO
                   AND WS_ESCALATE_RJUST < "01000"
               MOVE WS_ESCALATE_RJUST TO WS_ESCALATE_DAYS
           END-IF.

           EXIT.

       *> everything not yet re-presented or dismissed, oldest return
       *> first; a corrected item shows the string it will go out
       *> under next
       B5010_LIST_RETURN_ROWS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT report_date,
                          CASE WHEN return_status = 'C'
                               THEN represent_text
                               ELSE report_text END,
                          source_system, COALESCE(amount, 0),
                          reason_code,
                          CURRENT_DATE - TO_DATE(returned_date,
                                                 'YYYYMMDD'),
                          return_status, COALESCE(run_id, ' ')
                   FROM demo_returns
                   WHERE return_status IN ('O', 'C', 'U')
                   ORDER BY returned_ts, report_date, report_text
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                                 :DB_REASON_CODE, :DB_AGE_DAYS,
                                 :DB_RETURN_STATUS, :DB_RUN_ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   PERFORM B5020_FORMAT_RETURN_LINE
                   WRITE DEMO_RETURNS_REPORT_RECORD
                       FROM WS_RPT_DETAIL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> an open return older than the escalation window is OVERDUE;
       *> a corrected one is waiting on the next extract, not on us
       B5020_FORMAT_RETURN_LINE.
           MOVE DB_DATE TO WS_RPT_DETAIL_DATE
           MOVE DB_STRING(1:6) TO WS_RPT_DETAIL_STRING
           MOVE DB_SOURCE_SYSTEM TO WS_RPT_DETAIL_SOURCE
           MOVE DB_AMOUNT TO WS_RPT_DETAIL_AMOUNT
           MOVE DB_REASON_CODE TO WS_RPT_DETAIL_REASON
           MOVE DB_AGE_DAYS TO WS_RPT_DETAIL_AGE
           MOVE DB_RUN_ID TO WS_RPT_DETAIL_RUN_ID

           EVALUATE TRUE
               WHEN DB_RETURN_STATUS = 'U'
                   MOVE "NO MATCH" TO WS_RPT_DETAIL_STATUS
                   ADD 1 TO WS_NO_MATCH_COUNT
               WHEN DB_RETURN_STATUS = 'C'
                   MOVE "CORRECTED" TO WS_RPT_DETAIL_STATUS
                   ADD 1 TO WS_CORRECTED_COUNT
               WHEN DB_AGE_DAYS > WS_ESCALATE_DAYS
                   MOVE "OVERDUE" TO WS_RPT_DETAIL_STATUS
                   ADD 1 TO WS_OPEN_COUNT
                   ADD 1 TO WS_OVERDUE_COUNT
               WHEN OTHER
                   MOVE "OPEN" TO WS_RPT_DETAIL_STATUS
                   ADD 1 TO WS_OPEN_COUNT
           END-EVALUATE.

           EXIT.

       *> rewritten every intake run so the dashboard never reads a
       *> stale count
       B5040_WRITE_RETURNS_STATUS.
           MOVE WS_OPEN_COUNT TO WS_RET_STATUS_OPEN
           MOVE WS_NO_MATCH_COUNT TO WS_RET_STATUS_NO_MATCH
           MOVE WS_OVERDUE_COUNT TO WS_RET_STATUS_OVERDUE
           MOVE WS_CURRENT_DATE TO WS_RET_STATUS_DATE

           OPEN OUTPUT DEMO_RETURNS_STATUS
           WRITE DEMO_RETURNS_STATUS_RECORD FROM WS_RETURNS_STATUS_LINE
           CLOSE DEMO_RETURNS_STATUS.

           EXIT.

       *> OPERATOR ACTIONS

       *> the record is fit to go again as it stands - it must still
       *> be on demo_table, or there is nothing for the extract to
       *> re-present
       B6000_REPRESENT_RETURN.
           PERFORM B6010_BUILD_ITEM_KEY
           MOVE "RETURN-REPRESENT" TO WS_AUTH_ACTION
           PERFORM B7500_CHECK_OPERATOR_AUTH
           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM B3100_CONNECT

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_returns
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_ROW_COUNT = ZERO
               DISPLAY "NO OPEN RETURN FOR " DB_DATE " "
                   WS_PARAMS_ITEM_STRING " " DB_SOURCE_SYSTEM
               MOVE 1 TO RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :DB_ROW_COUNT
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
               END-EXEC

               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF

               IF DB_ROW_COUNT = ZERO
                   DISPLAY "*** REPRESENT REFUSED - THE RECORD IS NO "
                       "LONGER ON DEMO_TABLE - DISMISS IT ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM B6020_MARK_CORRECTED
               END-IF
           END-IF

           PERFORM B3900_DISCONNECT.

           EXIT.

       *> the returned item's key in demo_returns' own formats, plus
       *> the access-log target naming it
       B6010_BUILD_ITEM_KEY.
           STRING WS_PARAMS_ITEM_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_ITEM_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_ITEM_DATE(7:2) DELIMITED BY SIZE
           INTO DB_DATE
           MOVE WS_PARAMS_ITEM_STRING TO DB_STRING
           MOVE WS_PARAMS_ITEM_SOURCE TO DB_SOURCE_SYSTEM

           MOVE SPACES TO WS_AUTH_TARGET
           STRING DB_DATE DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS_PARAMS_ITEM_STRING DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               DB_SOURCE_SYSTEM DELIMITED BY SIZE
           INTO WS_AUTH_TARGET.

           EXIT.

       B6020_MARK_CORRECTED.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS
           MOVE WS_OPERATOR_ID TO DB_OPERATOR_ID

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'RETURNS', 0, 'RETURN-CORRECTED',
                      report_date, report_text, source_system, amount,
                      :DB_EVENT_TS, provider_ref
               FROM demo_returns
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               UPDATE demo_returns
                  SET return_status = 'C',
                      represent_text = report_text,
                      corrected_by = :DB_OPERATOR_ID,
                      corrected_ts = :DB_EVENT_TS
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "=== DEMO SETTLEMENT RETURNS ==="
           DISPLAY "RETURN CORRECTED BY " WS_OPERATOR_ID ": " DB_DATE
               " " WS_PARAMS_ITEM_STRING " " DB_SOURCE_SYSTEM
           DISPLAY "IT GOES OUT AGAIN ON THE NEXT EXTRACT".

           EXIT.

       *> closes an item for good - a record that will not go again,
       *> or a return matching nothing that the settlement side has
       *> since explained. Only a matched item has a run and a row
       *> whose trail the dismissal belongs on.
       B6100_DISMISS_RETURN.
           PERFORM B6010_BUILD_ITEM_KEY
           MOVE "RETURN-DISMISS" TO WS_AUTH_ACTION
           PERFORM B7500_CHECK_OPERATOR_AUTH
           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM B3100_CONNECT

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_returns
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status IN ('O', 'C', 'U')
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_ROW_COUNT = ZERO
               DISPLAY "NO RETURN TO DISMISS FOR " DB_DATE " "
                   WS_PARAMS_ITEM_STRING " " DB_SOURCE_SYSTEM
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM B6110_MARK_DISMISSED
           END-IF

           PERFORM B3900_DISCONNECT.

           EXIT.

       B6110_MARK_DISMISSED.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS
           MOVE WS_OPERATOR_ID TO DB_OPERATOR_ID

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'RETURNS', 0, 'RETURN-DISMISSED',
                      report_date,
                      CASE WHEN return_status = 'C'
                           THEN represent_text
                           ELSE report_text END,
                      source_system, amount, :DB_EVENT_TS,
                      provider_ref
               FROM demo_returns
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status IN ('O', 'C')
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               UPDATE demo_returns
                  SET return_status = 'D',
                      corrected_by = :DB_OPERATOR_ID,
                      corrected_ts = :DB_EVENT_TS
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND return_status IN ('O', 'C', 'U')
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "=== DEMO SETTLEMENT RETURNS ==="
           DISPLAY "RETURN DISMISSED BY " WS_OPERATOR_ID ": " DB_DATE
               " " WS_PARAMS_ITEM_STRING " " DB_SOURCE_SYSTEM.

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

           PERFORM B9101_RETURN_LINE_BUILDS_THE_ROW_KEY.
           PERFORM B9102_RETURN_MATCHING_NOTHING_IS_FLAGGED.
           PERFORM B9103_OPEN_RETURN_PAST_WINDOW_IS_OVERDUE.
           PERFORM B9104_STATUS_LINE_CARRIES_THE_COUNTS.

           EXIT.

       B9101_RETURN_LINE_BUILDS_THE_ROW_KEY.
           DISPLAY 'A RETURN LINE BUILDS THE DEMO_TABLE ROW KEY'.

           MOVE SPACES TO DEMO_SETTLE_RETURNS_RECORD.
           MOVE "R202609022026090101A005---000012500ACCTUNKNOWN ACCOUNT"
               TO DEMO_SETTLE_RETURNS_RECORD.
           PERFORM B4120_BUILD_RETURN_KEY.

           DISPLAY "EXPECTED: 2026-09-01 01A005    000012500 20260902".
           DISPLAY "ACTUAL:   " DB_DATE " " DB_STRING(1:6) " "
               DB_SOURCE_SYSTEM DB_AMOUNT " " DB_EXTRACT_DATE.
           IF DB_DATE = "2026-09-01"
                   AND DB_STRING = "01A005"
                   AND DB_SOURCE_SYSTEM = SPACES
                   AND DB_AMOUNT = 12500
                   AND DB_EXTRACT_DATE = "20260902"
                   AND DB_REASON_CODE = "ACCT"
                   AND DB_PROVIDER_REF = SPACES
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "TXN-0000418822" TO RET_DETAIL_PROVIDER_REF.
           PERFORM B4120_BUILD_RETURN_KEY.
           DISPLAY "EXPECTED: TXN-0000418822".
           DISPLAY "ACTUAL:   " DB_PROVIDER_REF.
           IF DB_PROVIDER_REF = "TXN-0000418822"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_RETURN_MATCHING_NOTHING_IS_FLAGGED.
           DISPLAY 'A RETURN MATCHING NOTHING WE SENT IS FLAGGED'.

           MOVE 1 TO WS_EXT_DATE_COUNT.
           MOVE "20260902" TO WS_EXT_DATE_ENTRY(1).
           MOVE ZERO TO WS_ALREADY_QUEUED.

           MOVE "20260903" TO DB_EXTRACT_DATE.
           PERFORM B4130_FIND_EXTRACT_DATE.
           MOVE 1 TO WS_TABLE_MATCHES.
           PERFORM B4140_JUDGE_RETURN.
           DISPLAY "EXPECTED: NO EXTRACT CUT ON THAT DATE".
           DISPLAY "ACTUAL:   " WS_UNMATCHED_WHY.
           IF WS_RETURN_UNMATCHED
                   AND WS_UNMATCHED_WHY = "NO EXTRACT CUT ON THAT DATE"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "20260902" TO DB_EXTRACT_DATE.
           PERFORM B4130_FIND_EXTRACT_DATE.
           MOVE ZERO TO WS_TABLE_MATCHES.
           PERFORM B4140_JUDGE_RETURN.
           DISPLAY "EXPECTED: NOT ON DEMO_TABLE AS SENT".
           DISPLAY "ACTUAL:   " WS_UNMATCHED_WHY.
           IF WS_RETURN_UNMATCHED
                   AND WS_UNMATCHED_WHY = "NOT ON DEMO_TABLE AS SENT"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 2 TO WS_TABLE_MATCHES.
           PERFORM B4140_JUDGE_RETURN.
           DISPLAY "EXPECTED: AMBIGUOUS - NEEDS TXN REF".
           DISPLAY "ACTUAL:   " WS_UNMATCHED_WHY.
           IF WS_RETURN_UNMATCHED
                   AND WS_UNMATCHED_WHY = "AMBIGUOUS - NEEDS TXN REF"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 1 TO WS_TABLE_MATCHES.
           PERFORM B4140_JUDGE_RETURN.
           DISPLAY "EXPECTED: MATCHED".
           IF WS_RETURN_MATCHED
               DISPLAY "ACTUAL:   MATCHED"
               PERFORM B9901_TEST_PASSED
           ELSE
               DISPLAY "ACTUAL:   " WS_RETURN_VERDICT
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 1 TO WS_ALREADY_QUEUED.
           PERFORM B4140_JUDGE_RETURN.
           DISPLAY "EXPECTED: ALREADY QUEUED".
           IF WS_RETURN_DUPLICATE
               DISPLAY "ACTUAL:   ALREADY QUEUED"
               PERFORM B9901_TEST_PASSED
           ELSE
               DISPLAY "ACTUAL:   " WS_RETURN_VERDICT
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_ALREADY_QUEUED.
           MOVE ZERO TO WS_TABLE_MATCHES.
           MOVE ZERO TO WS_EXT_DATE_COUNT.

           EXIT.

       B9103_OPEN_RETURN_PAST_WINDOW_IS_OVERDUE.
           DISPLAY 'AN OPEN RETURN PAST THE WINDOW IS OVERDUE'.

           MOVE 5 TO WS_ESCALATE_DAYS.
           MOVE ZERO TO WS_OPEN_COUNT.
           MOVE ZERO TO WS_OVERDUE_COUNT.
           MOVE ZERO TO WS_CORRECTED_COUNT.
           MOVE "2026-09-01" TO DB_DATE.
           MOVE "01A005" TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 12500 TO DB_AMOUNT.
           MOVE "ACCT" TO DB_REASON_CODE.
           MOVE "20260901120000" TO DB_RUN_ID.

           MOVE 'O' TO DB_RETURN_STATUS.
           MOVE 5 TO DB_AGE_DAYS.
           PERFORM B5020_FORMAT_RETURN_LINE.
           DISPLAY "EXPECTED: OPEN".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_STATUS.
           IF WS_RPT_DETAIL_STATUS = "OPEN" AND WS_OVERDUE_COUNT = 0
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 6 TO DB_AGE_DAYS.
           PERFORM B5020_FORMAT_RETURN_LINE.
           DISPLAY "EXPECTED: OVERDUE".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_STATUS.
           IF WS_RPT_DETAIL_STATUS = "OVERDUE" AND WS_OVERDUE_COUNT = 1
                   AND WS_OPEN_COUNT = 2
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 'C' TO DB_RETURN_STATUS.
           PERFORM B5020_FORMAT_RETURN_LINE.
           DISPLAY "EXPECTED: CORRECTED".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_STATUS.
           IF WS_RPT_DETAIL_STATUS = "CORRECTED"
                   AND WS_OVERDUE_COUNT = 1
                   AND WS_CORRECTED_COUNT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_OPEN_COUNT.
           MOVE ZERO TO WS_OVERDUE_COUNT.
           MOVE ZERO TO WS_CORRECTED_COUNT.

           EXIT.

       B9104_STATUS_LINE_CARRIES_THE_COUNTS.
           DISPLAY 'THE STATUS LINE CARRIES THE QUEUE COUNTS'.

           MOVE 3 TO WS_RET_STATUS_OPEN.
           MOVE 1 TO WS_RET_STATUS_NO_MATCH.
           MOVE 2 TO WS_RET_STATUS_OVERDUE.

           DISPLAY "EXPECTED: OPEN 00003 NO MATCH 00001 OVERDUE 00002".
           DISPLAY "ACTUAL:   " WS_RETURNS_STATUS_LINE(1:39).
           IF WS_RETURNS_STATUS_LINE(1:39) =
                   "OPEN 00003 NO MATCH 00001 OVERDUE 00002"
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
