       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-AMTHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the desk's view of what is held over the amount limit -
           *> one line per held record with its age and who (if
           *> anyone) has given the first of its two approvals
           SELECT DEMO_AMTHOLD_REPORT ASSIGN TO
                "../src/resources/out/DEMO_AMTHOLD_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> one-line verdict for the morning dashboard: how many
           *> records are held and how many have waited past the
           *> escalation window - see B5040_WRITE_HOLD_STATUS
           SELECT DEMO_AMTHOLD_STATUS ASSIGN TO
                "../src/resources/DEMO_AMTHOLD_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> the operator cross-reference DEMO-WRITER maintains - a
           *> released record's entry is moved on from its held
           *> disposition so DEMO-INQUIRY tells the truth. May not
           *> exist; the release stands either way.
           SELECT DEMO_XREF ASSIGN TO
                "../src/resources/DEMO_XREF.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XREF_KEY
           ALTERNATE RECORD KEY IS XREF_PROVIDER_REF WITH DUPLICATES
           FILE STATUS IS WS_XREF_FILE_STATUS.

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

       FD DEMO_AMTHOLD_REPORT.
           01 DEMO_AMTHOLD_REPORT_RECORD     PIC X(85).

       FD DEMO_AMTHOLD_STATUS.
           01 DEMO_AMTHOLD_STATUS_RECORD     PIC X(72).

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
       *> This program works the high-value hold. DEMO-WRITER parks
       *> any detail record over its source's amount limit in
       *> demo_held instead of demo_table (see B4765_CHECK_HOLD_LIMIT
       *> in demo_writer.cbl), so DEMO-REPORT and DEMO-EXTRACT never
       *> see it until it is released here. Run without arguments it
       *> lists everything held, with each record's age, and leaves
       *> a status line for DEMO-MORNING: a record held longer than
       *> DEMO_HOLD_ESCALATE_DAYS days (2 unless set) escalates.
       *> RELEASE takes two different operators, each of whose
       *> profile lists HOLD-RELEASE: the first run records the first
       *> approval, a second run by anyone else moves the record
       *> into demo_table under the run id that loaded it, with a
       *> HOLD-RELEASED audit row under that same id. Both approvals
       *> go on the access log. Where more than one held record shares
       *> a date and string (two transactions from an extended-layout
       *> file), RELEASE also takes the transaction reference the
       *> listing shows, and refuses to guess without it.

       *> example argument usage:

       *> list held records and refresh the dashboard status line
       *>      ./demo_amthold

       *> approve the release of one held record (source defaults
       *> to PRI) - the first and second approvers must differ
       *>      DEMO_OPERATOR=JMB ./demo_amthold RELEASE 20260901 01A005
       *>      DEMO_OPERATOR=KLT ./demo_amthold RELEASE 20260901 01A005

       *> approve one of several held records sharing a date and
       *> string, by its transaction reference
       *>      DEMO_OPERATOR=JMB ./demo_amthold RELEASE 20260901 01A005
       *>          PRI TXN-0000418822

       *> for running as part of end-to-end tests
       *>      ./demo_amthold TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_amthold TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_amthold TEST
       *>      ./demo_amthold TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       *> the release arguments are read individually by position -
       *> see B3055_ACCEPT_RUN_PARAMETERS
       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(100) VALUE SPACES.

       01 WS_PARAMS_MODE                   PIC X(01) VALUE 'L'.
           88 WS_MODE_LIST                     VALUE 'L'.
           88 WS_MODE_RELEASE                  VALUE 'R'.
       01 WS_PARAMS_HELD_DATE              PIC X(08) VALUE SPACES.
       01 WS_PARAMS_HELD_STRING            PIC X(06) VALUE SPACES.
       01 WS_PARAMS_HELD_SOURCE            PIC X(03) VALUE "PRI".
       01 WS_PARAMS_HELD_REF               PIC X(20) VALUE SPACES.

       01 WS_XREF_FILE_STATUS              PIC X(02) VALUE "00".

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

       *> escalation window - DEMO_HOLD_ESCALATE_DAYS, right-justified
       *> and zero-filled the same way the writer reads its day
       *> counts; unset or unreadable keeps the two-day default
       01  WS_ESCALATE_TEXT                PIC X(05) VALUE SPACES.
       01  WS_ESCALATE_RJUST               PIC X(05) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_ESCALATE_DAYS                PIC 9(03) VALUE 2.

       01  WS_HELD_COUNT                   PIC 9(05) VALUE ZERO.
       01  WS_HELD_AMOUNT_TOTAL            PIC 9(12) VALUE ZERO.
       01  WS_OVERDUE_COUNT                PIC 9(05) VALUE ZERO.
       01  WS_ITEM_OVERDUE                 PIC X(01) VALUE 'F'.
           88  WS_ITEM_OVERDUE_FALSE           VALUE 'F'.
           88  WS_ITEM_OVERDUE_TRUE            VALUE 'T'.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(33) VALUE
                   "DEMO HIGH-VALUE HOLD ITEMS REPORT".
           05  FILLER                 PIC X(19) VALUE SPACES.
       01  WS_RPT_HEADING.
           05  FILLER                 PIC X(36) VALUE
                   "DATE       STRING SRC    AMOUNT HELD".
           05  FILLER                 PIC X(49) VALUE
                   "      AGE 1ST APPR STATUS    TRANSACTION REF".
       01  WS_RPT_DETAIL.
           05  WS_RPT_DETAIL_DATE     PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_STRING   PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_SOURCE   PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AMOUNT   PIC Z(8)9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_HELD     PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AGE      PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_APPROVER PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_STATUS   PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_REF      PIC X(20).
       01  WS_RPT_SUMMARY.
           05  FILLER                 PIC X(13) VALUE "ITEMS HELD:  ".
           05  WS_RPT_SUMMARY_COUNT   PIC X(05).
           05  FILLER                 PIC X(15) VALUE "  AMOUNT HELD: ".
           05  WS_RPT_SUMMARY_AMOUNT  PIC X(12).
           05  FILLER                 PIC X(11) VALUE "  OVERDUE: ".
           05  WS_RPT_SUMMARY_OVERDUE PIC X(05).
           05  FILLER                 PIC X(11) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> the dashboard status line - DEMO-MORNING reads the counts
       *> at fixed positions (held at 6-10, overdue at 20-24)
       01  WS_HOLD_STATUS_LINE.
           05  FILLER                 PIC X(05) VALUE "HELD ".
           05  WS_HOLD_STATUS_HELD    PIC 9(05).
           05  FILLER                 PIC X(09) VALUE " OVERDUE ".
           05  WS_HOLD_STATUS_OVERDUE PIC 9(05).
           05  FILLER                 PIC X(06) VALUE " DAYS ".
           05  WS_HOLD_STATUS_DAYS    PIC 9(03).
           05  FILLER                 PIC X(07) VALUE " AS OF ".
           05  WS_HOLD_STATUS_DATE    PIC X(08).
           05  FILLER                 PIC X(24) VALUE SPACES.

       *> operator authorization work areas - both halves of a
       *> release need HOLD-RELEASE, and the second must come from a
       *> different operator than the first
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
                   "DEMO-AMTHOLD".
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
       01  DB_AMOUNT               PIC 9(09).
       01  DB_HELD_DATE            PIC X(08).
       01  DB_AGE_DAYS             PIC 9(05).
       01  DB_FIRST_APPROVER       PIC X(08).
       01  DB_RUN_ID               PIC X(14).
       01  DB_HELD_COUNT           PIC 9(04).
       01  DB_ROW_COUNT            PIC 9(04).
       01  DB_PERIOD               PIC X(06).
       01  DB_APPROVED_TS          PIC X(14).
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
           IF WS_MODE_RELEASE
               PERFORM B6000_RELEASE_HELD_ITEM
           ELSE
               PERFORM B5000_LIST_HELD_ITEMS
           END-IF.

           EXIT.

       *> reads each command-line argument individually by position -
       *> nothing (or a TEST switch) lists, RELEASE takes the held
       *> record's YYYYMMDD date, its string, and optionally its
       *> source system and transaction reference
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
                   WHEN WS_PARAMS_ARG_VALUE = "RELEASE"
                           AND WS_PARAMS_ARG_COUNT > 2
                       SET WS_MODE_RELEASE TO TRUE
                       PERFORM B3056_ACCEPT_RELEASE_TARGET
                   WHEN OTHER
                       DISPLAY "USAGE: demo_amthold"
                       DISPLAY "   OR: demo_amthold RELEASE <date> "
                           "<string> [<source> [<txn ref>]]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           EXIT.

       B3056_ACCEPT_RELEASE_TARGET.
           MOVE 2 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_HELD_DATE

           MOVE 3 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:6) TO WS_PARAMS_HELD_STRING

           IF WS_PARAMS_ARG_COUNT > 3
               MOVE 4 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:3) TO WS_PARAMS_HELD_SOURCE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 4
               MOVE 5 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:20) TO WS_PARAMS_HELD_REF
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

       *> HELD ITEMS LISTING

       B5000_LIST_HELD_ITEMS.
           PERFORM B5005_DETERMINE_ESCALATION
           PERFORM B3100_CONNECT
           OPEN OUTPUT DEMO_AMTHOLD_REPORT

           WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_TITLE
           WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_HEADING
           PERFORM B5010_LIST_HELD_ROWS
           MOVE WS_HELD_COUNT TO WS_RPT_SUMMARY_COUNT
           MOVE WS_HELD_AMOUNT_TOTAL TO WS_RPT_SUMMARY_AMOUNT
           MOVE WS_OVERDUE_COUNT TO WS_RPT_SUMMARY_OVERDUE
           WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_SUMMARY

           CLOSE DEMO_AMTHOLD_REPORT
           PERFORM B3900_DISCONNECT
           PERFORM B5040_WRITE_HOLD_STATUS

           DISPLAY "=== DEMO HIGH-VALUE HOLD ==="
           DISPLAY "ITEMS HELD:   " WS_HELD_COUNT
           DISPLAY "AMOUNT HELD:  " WS_HELD_AMOUNT_TOTAL
           DISPLAY "OVERDUE (OVER " WS_ESCALATE_DAYS " DAYS): "
               WS_OVERDUE_COUNT.

           EXIT.

       B5005_DETERMINE_ESCALATION.
           MOVE SPACES TO WS_ESCALATE_TEXT
           ACCEPT WS_ESCALATE_TEXT FROM ENVIRONMENT
               "DEMO_HOLD_ESCALATE_DAYS"

           MOVE WS_ESCALATE_TEXT TO WS_ESCALATE_RJUST
           INSPECT WS_ESCALATE_RJUST
               REPLACING LEADING SPACE BY ZERO

           IF WS_ESCALATE_RJUST IS NUMERIC
                   AND WS_ESCALATE_RJUST > ZERO
                   AND WS_ESCALATE_RJUST < "01000"
               MOVE WS_ESCALATE_RJUST TO WS_ESCALATE_DAYS
           END-IF.

           EXIT.

       *> oldest first, so the record nearest escalation heads the
       *> page; the age is whole days since the writer held it
       B5010_LIST_HELD_ROWS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT report_date, report_text, source_system,
                          COALESCE(amount, 0), held_date,
                          CURRENT_DATE - TO_DATE(held_date,
                                                 'YYYYMMDD'),
                          COALESCE(first_approver, ' '),
                          COALESCE(provider_ref, ' ')
                   FROM demo_held
                   ORDER BY held_date, report_date, report_text,
                            provider_ref
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
                                 :DB_HELD_DATE, :DB_AGE_DAYS,
                                 :DB_FIRST_APPROVER, :DB_PROVIDER_REF
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   ADD 1 TO WS_HELD_COUNT
                   ADD DB_AMOUNT TO WS_HELD_AMOUNT_TOTAL
                   PERFORM B5020_FORMAT_HELD_LINE
                   WRITE DEMO_AMTHOLD_REPORT_RECORD FROM WS_RPT_DETAIL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> a record held longer than the escalation window is OVERDUE;
       *> one with its first approval in is waiting on a second
       B5020_FORMAT_HELD_LINE.
           SET WS_ITEM_OVERDUE_FALSE TO TRUE
           IF DB_AGE_DAYS > WS_ESCALATE_DAYS
               SET WS_ITEM_OVERDUE_TRUE TO TRUE
               ADD 1 TO WS_OVERDUE_COUNT
           END-IF

           MOVE DB_DATE TO WS_RPT_DETAIL_DATE
           MOVE DB_STRING(1:6) TO WS_RPT_DETAIL_STRING
           MOVE DB_SOURCE_SYSTEM TO WS_RPT_DETAIL_SOURCE
           MOVE DB_AMOUNT TO WS_RPT_DETAIL_AMOUNT
           MOVE DB_HELD_DATE TO WS_RPT_DETAIL_HELD
           MOVE DB_AGE_DAYS TO WS_RPT_DETAIL_AGE
           MOVE DB_FIRST_APPROVER TO WS_RPT_DETAIL_APPROVER
           MOVE DB_PROVIDER_REF TO WS_RPT_DETAIL_REF

           EVALUATE TRUE
               WHEN WS_ITEM_OVERDUE_TRUE
                   MOVE "OVERDUE" TO WS_RPT_DETAIL_STATUS
               WHEN DB_FIRST_APPROVER NOT = SPACES
                   MOVE "NEEDS 2ND" TO WS_RPT_DETAIL_STATUS
               WHEN OTHER
                   MOVE "HELD" TO WS_RPT_DETAIL_STATUS
           END-EVALUATE.

           EXIT.

       *> rewritten every listing run so the dashboard never reads a
       *> stale count
       B5040_WRITE_HOLD_STATUS.
           MOVE WS_HELD_COUNT TO WS_HOLD_STATUS_HELD
           MOVE WS_OVERDUE_COUNT TO WS_HOLD_STATUS_OVERDUE
           MOVE WS_ESCALATE_DAYS TO WS_HOLD_STATUS_DAYS
           MOVE WS_CURRENT_DATE TO WS_HOLD_STATUS_DATE

           OPEN OUTPUT DEMO_AMTHOLD_STATUS
           WRITE DEMO_AMTHOLD_STATUS_RECORD FROM WS_HOLD_STATUS_LINE
           CLOSE DEMO_AMTHOLD_STATUS.

           EXIT.

       *> TWO-PERSON RELEASE

       *> the operator must hold HOLD-RELEASE before anything is read;
       *> the held row then says whether this is the first approval
       *> (recorded, nothing moves) or the second (a different
       *> operator - the record moves into demo_table). Everything
       *> after the lookup names the one held row by its transaction
       *> reference as well, blank for an original-layout record.
       B6000_RELEASE_HELD_ITEM.
           PERFORM B6010_BUILD_HELD_KEY
           MOVE "HOLD-RELEASE" TO WS_AUTH_ACTION
           PERFORM B7500_CHECK_OPERATOR_AUTH
           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM B3100_CONNECT

           IF WS_PARAMS_HELD_REF NOT = SPACES
               MOVE WS_PARAMS_HELD_REF TO DB_PROVIDER_REF
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(first_approver), ' '),
                          COALESCE(MAX(run_id), ' ')
                     INTO :DB_HELD_COUNT, :DB_FIRST_APPROVER,
                          :DB_RUN_ID
                   FROM demo_held
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
                     AND provider_ref = :DB_PROVIDER_REF
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(first_approver), ' '),
                          COALESCE(MAX(run_id), ' '),
                          COALESCE(MAX(provider_ref), ' ')
                     INTO :DB_HELD_COUNT, :DB_FIRST_APPROVER,
                          :DB_RUN_ID, :DB_PROVIDER_REF
                   FROM demo_held
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :DB_SOURCE_SYSTEM
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EVALUATE TRUE
               WHEN DB_HELD_COUNT = ZERO
                   DISPLAY "NO HELD RECORD FOR " DB_DATE " "
                       WS_PARAMS_HELD_STRING " " DB_SOURCE_SYSTEM
                       " " WS_PARAMS_HELD_REF
                   MOVE 1 TO RETURN-CODE
               WHEN DB_HELD_COUNT > 1
                   DISPLAY "*** " DB_HELD_COUNT " HELD RECORDS FOR "
                       DB_DATE " " WS_PARAMS_HELD_STRING " "
                       DB_SOURCE_SYSTEM " - NAME THE TRANSACTION REF "
                       "FROM THE LISTING ***"
                   MOVE 1 TO RETURN-CODE
               WHEN DB_FIRST_APPROVER = SPACES
                   PERFORM B6020_RECORD_FIRST_APPROVAL
               WHEN DB_FIRST_APPROVER = WS_OPERATOR_ID
                   DISPLAY "*** SECOND APPROVAL MUST COME FROM A "
                       "DIFFERENT OPERATOR - " WS_OPERATOR_ID
                       " GAVE THE FIRST ***"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM B6030_PROMOTE_HELD_ROW
           END-EVALUATE

           PERFORM B3900_DISCONNECT.

           EXIT.

       *> the held row's key in demo_held's own formats, plus the
       *> access-log target naming it
       B6010_BUILD_HELD_KEY.
           STRING WS_PARAMS_HELD_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_HELD_DATE(5:2) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
               WS_PARAMS_HELD_DATE(7:2) DELIMITED BY SIZE
           INTO DB_DATE
           MOVE WS_PARAMS_HELD_STRING TO DB_STRING
           MOVE WS_PARAMS_HELD_SOURCE TO DB_SOURCE_SYSTEM
           MOVE WS_PARAMS_HELD_DATE(1:6) TO DB_PERIOD

           MOVE SPACES TO WS_AUTH_TARGET
           STRING DB_DATE DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS_PARAMS_HELD_STRING DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               DB_SOURCE_SYSTEM DELIMITED BY SIZE
           INTO WS_AUTH_TARGET.

           EXIT.

       B6020_RECORD_FIRST_APPROVAL.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_APPROVED_TS

           EXEC SQL
               UPDATE demo_held
                  SET first_approver = :WS_OPERATOR_ID,
                      first_approved_ts = :DB_APPROVED_TS
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE "1ST OF 2" TO WS_AUTH_TARGET(23:8)
           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "=== DEMO HIGH-VALUE HOLD ==="
           DISPLAY "FIRST APPROVAL RECORDED BY " WS_OPERATOR_ID
           DISPLAY "RECORD STAYS HELD UNTIL A SECOND OPERATOR "
               "RELEASES IT".

           EXIT.

       *> the second approval: refused if the record's month has
       *> closed since it was held (the same refusal the writer
       *> gives a late record) or if demo_table has meanwhile got
       *> the same row - by the writer's own duplicate rule, so by
       *> transaction reference where the record has one; otherwise
       *> the row, its audit row and the delete from demo_held go in
       *> one unit of work
       B6030_PROMOTE_HELD_ROW.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_closed_periods
               WHERE period = :DB_PERIOD
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_ROW_COUNT > ZERO
               DISPLAY "*** RELEASE REFUSED - PERIOD " DB_PERIOD
                   " HAS CLOSED SINCE THE RECORD WAS HELD ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF DB_PROVIDER_REF NOT = SPACES
                   EXEC SQL
                       SELECT COUNT(*) INTO :DB_ROW_COUNT
                       FROM demo_table
                       WHERE provider_ref = :DB_PROVIDER_REF
                         AND source_system = :DB_SOURCE_SYSTEM
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT COUNT(*) INTO :DB_ROW_COUNT
                       FROM demo_table
                       WHERE report_date = :DB_DATE
                         AND report_text = :DB_STRING
                         AND source_system = :DB_SOURCE_SYSTEM
                   END-EXEC
               END-IF

               IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN
               END-IF

               IF DB_ROW_COUNT > ZERO
                   DISPLAY "*** RELEASE REFUSED - DEMO_TABLE ALREADY "
                       "HOLDS THIS RECORD ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM B6040_MOVE_HELD_ROW
               END-IF
           END-IF.

           EXIT.

       *> the released row keeps the run id that loaded it, and its
       *> HOLD-RELEASED audit row goes under that same id, so the
       *> run's trail tells its whole story in one place - and a
       *> DEMO-BACKOUT of that run takes the released row with it.
       *> The audit row is stamped with the release time, since the
       *> run id says when the row was loaded, not when it landed.
       B6040_MOVE_HELD_ROW.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS

           EXEC SQL
               INSERT INTO demo_table
                   (report_date, report_text, run_id, source_system,
                    amount, provider_ref)
               SELECT report_date, report_text, run_id, source_system,
                      amount, provider_ref
               FROM demo_held
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    event_ts, provider_ref)
               SELECT run_id, 'AMTHOLD', 0, 'HOLD-RELEASED',
                      report_date, report_text, source_system, amount,
                      :DB_EVENT_TS, provider_ref
               FROM demo_held
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL
               DELETE FROM demo_held
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :DB_SOURCE_SYSTEM
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE "2ND OF 2" TO WS_AUTH_TARGET(23:8)
           PERFORM B7510_WRITE_ACCESS_LOG
           PERFORM B6050_UPDATE_XREF_ENTRY

           DISPLAY "=== DEMO HIGH-VALUE HOLD ==="
           DISPLAY "RECORD RELEASED INTO DEMO_TABLE: " DB_DATE " "
               WS_PARAMS_HELD_STRING " " DB_SOURCE_SYSTEM " "
               DB_PROVIDER_REF
           DISPLAY "FIRST APPROVAL:  " DB_FIRST_APPROVER
           DISPLAY "SECOND APPROVAL: " WS_OPERATOR_ID
           DISPLAY "LOADING RUN:     " DB_RUN_ID.

           EXIT.

       B6050_UPDATE_XREF_ENTRY.
           OPEN I-O DEMO_XREF
           IF WS_XREF_FILE_STATUS = "00"
               MOVE WS_PARAMS_HELD_DATE TO XREF_DATE
               MOVE WS_PARAMS_HELD_STRING TO XREF_STRING
               MOVE DB_SOURCE_SYSTEM TO XREF_SOURCE
               MOVE DB_PROVIDER_REF TO XREF_PROVIDER_REF
               READ DEMO_XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "HOLD-RELEASED" TO XREF_DISPOSITION
                       REWRITE DEMO_XREF_RECORD
               END-READ
               CLOSE DEMO_XREF
           ELSE
               DISPLAY "*** DEMO_XREF.IDX NOT OPENED (STATUS "
                   WS_XREF_FILE_STATUS ") - INQUIRY STILL SHOWS "
                   "THE RECORD HELD ***"
           END-IF.

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
       *> what, against what - each half of a release is its own line
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

           PERFORM B9101_HELD_KEY_BUILT_FROM_ARGUMENTS.
           PERFORM B9102_ITEM_PAST_WINDOW_IS_OVERDUE.
           PERFORM B9103_HELD_LINE_SHOWS_TRANSACTION_REF.

           EXIT.

       B9101_HELD_KEY_BUILT_FROM_ARGUMENTS.
           DISPLAY 'THE RELEASE ARGUMENTS BUILD THE HELD ROW KEY'.

           MOVE "20260901" TO WS_PARAMS_HELD_DATE.
           MOVE "01A005" TO WS_PARAMS_HELD_STRING.
           MOVE "ABC" TO WS_PARAMS_HELD_SOURCE.
           PERFORM B6010_BUILD_HELD_KEY.
           MOVE "1ST OF 2" TO WS_AUTH_TARGET(23:8).

           DISPLAY "EXPECTED: 2026-09-01 01A005 ABC 1ST OF 2".
           DISPLAY "ACTUAL:   " WS_AUTH_TARGET.
           IF DB_DATE = "2026-09-01"
                   AND DB_STRING = "01A005"
                   AND DB_SOURCE_SYSTEM = "ABC"
                   AND DB_PERIOD = "202609"
                   AND WS_AUTH_TARGET = "2026-09-01 01A005 ABC 1ST OF 2"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_ITEM_PAST_WINDOW_IS_OVERDUE.
           DISPLAY 'A RECORD HELD PAST THE WINDOW IS OVERDUE'.

           MOVE 2 TO WS_ESCALATE_DAYS.
           MOVE ZERO TO WS_OVERDUE_COUNT.
           MOVE "2026-09-01" TO DB_DATE.
           MOVE "01A005" TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 250000 TO DB_AMOUNT.
           MOVE "20260901" TO DB_HELD_DATE.
           MOVE SPACES TO DB_FIRST_APPROVER.

           MOVE 2 TO DB_AGE_DAYS.
           PERFORM B5020_FORMAT_HELD_LINE.
           DISPLAY "EXPECTED: HELD".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_STATUS.
           IF WS_RPT_DETAIL_STATUS = "HELD" AND WS_OVERDUE_COUNT = 0
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE 3 TO DB_AGE_DAYS.
           PERFORM B5020_FORMAT_HELD_LINE.
           DISPLAY "EXPECTED: OVERDUE".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_STATUS.
           IF WS_RPT_DETAIL_STATUS = "OVERDUE" AND WS_OVERDUE_COUNT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_OVERDUE_COUNT.

           EXIT.

       B9103_HELD_LINE_SHOWS_TRANSACTION_REF.
           DISPLAY 'THE LISTING SHOWS THE REFERENCE RELEASE NEEDS'.

           MOVE 2 TO WS_ESCALATE_DAYS.
           MOVE "2026-09-01" TO DB_DATE.
           MOVE "01A005" TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 250000 TO DB_AMOUNT.
           MOVE "20260901" TO DB_HELD_DATE.
           MOVE 1 TO DB_AGE_DAYS.
           MOVE SPACES TO DB_FIRST_APPROVER.
           MOVE "TXN-0000418822" TO DB_PROVIDER_REF.
           PERFORM B5020_FORMAT_HELD_LINE.
           DISPLAY "EXPECTED: TXN-0000418822 AT COLUMN 66".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL.
           IF WS_RPT_DETAIL(66:14) = "TXN-0000418822"
                   AND WS_RPT_HEADING(66:15) = "TRANSACTION REF"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

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
