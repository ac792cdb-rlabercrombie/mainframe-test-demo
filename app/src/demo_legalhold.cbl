       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-LEGALHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the desk's and counsel's view of what is frozen - one
           *> line per active hold with its case reference and who
           *> placed it
           SELECT DEMO_LEGALHOLD_REPORT ASSIGN TO
                "../src/resources/out/DEMO_LEGALHOLD_REPORT.TXT"
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

       FD DEMO_LEGALHOLD_REPORT.
           01 DEMO_LEGALHOLD_REPORT_RECORD   PIC X(72).

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
       *> This program keeps the legal hold register. When a dispute
       *> goes to legal the records involved are frozen by a row in
       *> demo_legal_hold, naming them one of three ways:
       *>   KEY    one record - its date, string and source system
       *>   RANGE  every record dated inside an inclusive date range
       *>   RUN    every record one DEMO-WRITER run loaded, or one
       *>          DEMO-BACKLOAD run loaded into history (its run id
       *>          is "BL" and twelve digits)
       *> each with the case reference it was placed for and the
       *> operator who placed it. While a hold is active, every job
       *> that alters or moves demo_table rows refuses the ones it
       *> covers and says so: DEMO-WRITER's archive step leaves them
       *> on demo_table and a 'C' correction against one is refused
       *> as LEGAL HOLD on the corrections report; DEMO-BACKOUT
       *> refuses the whole run; DEMO-REFRESH leaves them out of the
       *> copy to TEST; DEMO-REVIEW carries a back-out disposition
       *> forward instead of applying it. Each of those jobs applies
       *> the same test against the register:
       *>     hold_status = 'A' and
       *>       (kind R and the row's run_id is the hold's run_id
       *>     or kind D and the row's date is inside the range
       *>     or kind K and date, string and source all match)
       *> Placing a hold needs LEGAL-HOLD on the operator's profile,
       *> releasing one needs LEGAL-RELEASE; both go on the access
       *> log, and a released hold stays on the register with who
       *> released it and when. A hold is identified by the
       *> timestamp it was placed at, which the listing shows.
       *> Run without arguments it lists the active holds.

       *> example argument usage:

       *> list the active holds
       *>      ./demo_legalhold

       *> hold one record (source defaults to PRI)
       *>      DEMO_OPERATOR=JMB ./demo_legalhold PLACE KEY LGL-2026-014
       *>          20260901 01A005 PRI

       *> hold every record dated inside a range
       *>      DEMO_OPERATOR=JMB ./demo_legalhold PLACE RANGE
       *>          LGL-2026-014 20260901 20260915

       *> hold everything one run loaded
       *>      DEMO_OPERATOR=JMB ./demo_legalhold PLACE RUN LGL-2026-014
       *>          20260902063015
       *>      DEMO_OPERATOR=JMB ./demo_legalhold PLACE RUN LGL-2026-014
       *>          BL260902063015

       *> lift a hold, by the hold id the listing shows
       *>      DEMO_OPERATOR=KLT ./demo_legalhold RELEASE 20260903101500

       *> for running as part of end-to-end tests
       *>      ./demo_legalhold TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_legalhold TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_legalhold TEST
       *>      ./demo_legalhold TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       *> the place/release arguments are read individually by
       *> position - see B3055_ACCEPT_RUN_PARAMETERS
       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(100) VALUE SPACES.

       01 WS_PARAMS_MODE                   PIC X(01) VALUE 'L'.
           88 WS_MODE_LIST                     VALUE 'L'.
           88 WS_MODE_PLACE                    VALUE 'P'.
           88 WS_MODE_RELEASE                  VALUE 'R'.
       01 WS_PARAMS_KIND                   PIC X(01) VALUE SPACE.
           88 WS_KIND_KEY                      VALUE 'K'.
           88 WS_KIND_RANGE                    VALUE 'D'.
           88 WS_KIND_RUN                      VALUE 'R'.
       01 WS_PARAMS_CASE_REF               PIC X(20) VALUE SPACES.
       01 WS_PARAMS_FROM_DATE              PIC X(08) VALUE SPACES.
       01 WS_PARAMS_TO_DATE                PIC X(08) VALUE SPACES.
       01 WS_PARAMS_HOLD_STRING            PIC X(06) VALUE SPACES.
       01 WS_PARAMS_HOLD_SOURCE            PIC X(03) VALUE "PRI".
       01 WS_PARAMS_RUN_ID                 PIC X(14) VALUE SPACES.
       01 WS_PARAMS_HOLD_ID                PIC X(14) VALUE SPACES.

       *> set by B6010_VALIDATE_HOLD_SCOPE - a hold that names
       *> nothing usable is refused before anything is written
       01 WS_SCOPE_VALID                   PIC X(01) VALUE 'F'.
           88 WS_SCOPE_VALID_FALSE             VALUE 'F'.
           88 WS_SCOPE_VALID_TRUE              VALUE 'T'.
       01 WS_SCOPE_TEXT                    PIC X(25) VALUE SPACES.

       *> a numeric date is not yet a real one - 20260231 is numeric.
       *> B6015_CALENDAR_CHECK holds WS_CHECK_DATE to the calendar,
       *> February to the leap-year rule.
       01 WS_CHECK_DATE                    PIC X(08) VALUE SPACES.
       01 WS_GOOD_CALENDAR                 PIC X(01) VALUE 'T'.
           88 WS_GOOD_CALENDAR_FALSE           VALUE 'F'.
           88 WS_GOOD_CALENDAR_TRUE            VALUE 'T'.
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

       01  WS_ACTIVE_COUNT                 PIC 9(05) VALUE ZERO.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(23) VALUE SPACES.
           05  FILLER                 PIC X(26) VALUE
                   "DEMO LEGAL HOLD REGISTER  ".
           05  FILLER                 PIC X(23) VALUE SPACES.
       01  WS_RPT_HEADING.
           05  FILLER                 PIC X(36) VALUE
                   "HOLD ID        K SCOPE              ".
           05  FILLER                 PIC X(36) VALUE
                   "       CASE REFERENCE       PLACED  ".
       01  WS_RPT_DETAIL.
           05  WS_RPT_DETAIL_HOLD_ID  PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_KIND     PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_SCOPE    PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_CASE_REF PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_PLACED   PIC X(08).
       01  WS_RPT_SUMMARY.
           05  FILLER                 PIC X(14) VALUE "ACTIVE HOLDS: ".
           05  WS_RPT_SUMMARY_COUNT   PIC X(05).
           05  FILLER                 PIC X(53) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> operator authorization work areas - placing a hold needs
       *> LEGAL-HOLD, lifting one needs LEGAL-RELEASE
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
                   "DEMO-LGLHOLD".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  DB_HOLD_ID              PIC X(14).
       01  DB_HOLD_KIND            PIC X(01).
       01  DB_HOLD_STATUS          PIC X(01).
       01  DB_FROM_DATE            PIC X(10).
       01  DB_TO_DATE              PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_RUN_ID               PIC X(14).
       01  DB_CASE_REF             PIC X(20).
       01  DB_OPERATOR_ID          PIC X(08).
       01  DB_EVENT_TS             PIC X(14).
       01  DB_ROW_COUNT            PIC 9(08).

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
               WHEN WS_MODE_PLACE
                   PERFORM B6000_PLACE_HOLD
               WHEN WS_MODE_RELEASE
                   PERFORM B6100_RELEASE_HOLD
               WHEN OTHER
                   PERFORM B5000_LIST_ACTIVE_HOLDS
           END-EVALUATE.

           EXIT.

       *> reads each command-line argument individually by position -
       *> nothing (or a TEST switch) lists; PLACE takes the kind, the
       *> case reference and the scope; RELEASE takes the hold id
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
                   WHEN WS_PARAMS_ARG_VALUE = "PLACE"
                           AND WS_PARAMS_ARG_COUNT > 3
                       SET WS_MODE_PLACE TO TRUE
                       PERFORM B3056_ACCEPT_PLACE_ARGUMENTS
                   WHEN WS_PARAMS_ARG_VALUE = "RELEASE"
                           AND WS_PARAMS_ARG_COUNT > 1
                       SET WS_MODE_RELEASE TO TRUE
                       MOVE 2 TO WS_PARAMS_ARG_NUM
                       DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
                       ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
                       MOVE WS_PARAMS_ARG_VALUE(1:14)
                           TO WS_PARAMS_HOLD_ID
                   WHEN OTHER
                       PERFORM B3059_DISPLAY_USAGE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           EXIT.

       B3056_ACCEPT_PLACE_ARGUMENTS.
           MOVE 2 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           EVALUATE WS_PARAMS_ARG_VALUE
               WHEN "KEY"
                   SET WS_KIND_KEY TO TRUE
               WHEN "RANGE"
                   SET WS_KIND_RANGE TO TRUE
               WHEN "RUN"
                   SET WS_KIND_RUN TO TRUE
               WHEN OTHER
                   PERFORM B3059_DISPLAY_USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE 3 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:20) TO WS_PARAMS_CASE_REF

           MOVE 4 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           IF WS_KIND_RUN
               MOVE WS_PARAMS_ARG_VALUE(1:14) TO WS_PARAMS_RUN_ID
           ELSE
               MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_FROM_DATE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 4
               MOVE 5 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               IF WS_KIND_KEY
                   MOVE WS_PARAMS_ARG_VALUE(1:6)
                       TO WS_PARAMS_HOLD_STRING
               ELSE
                   MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_TO_DATE
               END-IF
           END-IF

           IF WS_PARAMS_ARG_COUNT > 5 AND WS_KIND_KEY
               MOVE 6 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:3) TO WS_PARAMS_HOLD_SOURCE
           END-IF.

           EXIT.

       B3059_DISPLAY_USAGE.
           DISPLAY "USAGE: demo_legalhold"
           DISPLAY "   OR: demo_legalhold PLACE KEY <case-ref> <date> "
               "<string> [<source>]"
           DISPLAY "   OR: demo_legalhold PLACE RANGE <case-ref> "
               "<from-date> <to-date>"
           DISPLAY "   OR: demo_legalhold PLACE RUN <case-ref> <run-id>"
           DISPLAY "   OR: demo_legalhold RELEASE <hold-id>".

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

       *> ACTIVE HOLDS LISTING

       B5000_LIST_ACTIVE_HOLDS.
           PERFORM B3100_CONNECT
           OPEN OUTPUT DEMO_LEGALHOLD_REPORT

           WRITE DEMO_LEGALHOLD_REPORT_RECORD FROM WS_RPT_TITLE
           WRITE DEMO_LEGALHOLD_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_LEGALHOLD_REPORT_RECORD FROM WS_RPT_HEADING
           PERFORM B5010_LIST_HOLD_ROWS
           MOVE WS_ACTIVE_COUNT TO WS_RPT_SUMMARY_COUNT
           WRITE DEMO_LEGALHOLD_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_LEGALHOLD_REPORT_RECORD FROM WS_RPT_SUMMARY

           CLOSE DEMO_LEGALHOLD_REPORT
           PERFORM B3900_DISCONNECT

           DISPLAY "=== DEMO LEGAL HOLD REGISTER ==="
           DISPLAY "ACTIVE HOLDS: " WS_ACTIVE_COUNT.

           EXIT.

       *> oldest first - the hold id is the time it was placed
       B5010_LIST_HOLD_ROWS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT hold_id, hold_kind,
                          COALESCE(CAST(from_date AS VARCHAR(10)), ' '),
                          COALESCE(CAST(to_date AS VARCHAR(10)), ' '),
                          COALESCE(report_text, ' '),
                          COALESCE(source_system, ' '),
                          COALESCE(run_id, ' '),
                          case_ref, placed_by
                   FROM demo_legal_hold
                   WHERE hold_status = 'A'
                   ORDER BY hold_id
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_HOLD_ID, :DB_HOLD_KIND,
                                 :DB_FROM_DATE, :DB_TO_DATE,
                                 :DB_STRING, :DB_SOURCE_SYSTEM,
                                 :DB_RUN_ID, :DB_CASE_REF,
                                 :DB_OPERATOR_ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   ADD 1 TO WS_ACTIVE_COUNT
                   PERFORM B5020_FORMAT_HOLD_LINE
                   WRITE DEMO_LEGALHOLD_REPORT_RECORD
                       FROM WS_RPT_DETAIL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       B5020_FORMAT_HOLD_LINE.
           MOVE DB_HOLD_KIND TO WS_PARAMS_KIND
           PERFORM B5030_BUILD_SCOPE_TEXT

           MOVE DB_HOLD_ID TO WS_RPT_DETAIL_HOLD_ID
           MOVE DB_HOLD_KIND TO WS_RPT_DETAIL_KIND
           MOVE WS_SCOPE_TEXT TO WS_RPT_DETAIL_SCOPE
           MOVE DB_CASE_REF TO WS_RPT_DETAIL_CASE_REF
           MOVE DB_OPERATOR_ID TO WS_RPT_DETAIL_PLACED.

           EXIT.

       *> one readable line naming what a hold covers, from the
       *> register's own column formats - used on the listing and as
       *> the access-log target
       B5030_BUILD_SCOPE_TEXT.
           MOVE SPACES TO WS_SCOPE_TEXT

           EVALUATE TRUE
               WHEN WS_KIND_KEY
                   STRING DB_FROM_DATE DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       DB_STRING(1:6) DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       DB_SOURCE_SYSTEM DELIMITED BY SIZE
                   INTO WS_SCOPE_TEXT
               WHEN WS_KIND_RANGE
                   STRING DB_FROM_DATE DELIMITED BY SIZE,
                       ' TO ' DELIMITED BY SIZE,
                       DB_TO_DATE DELIMITED BY SIZE
                   INTO WS_SCOPE_TEXT
               WHEN WS_KIND_RUN
                   STRING 'RUN ' DELIMITED BY SIZE,
                       DB_RUN_ID DELIMITED BY SIZE
                   INTO WS_SCOPE_TEXT
           END-EVALUATE.

           EXIT.

       *> PLACING A HOLD

       *> the scope is checked before the operator is - a malformed
       *> hold is refused without an authorization line on the log
       B6000_PLACE_HOLD.
           PERFORM B6010_VALIDATE_HOLD_SCOPE
           IF WS_SCOPE_VALID_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "LEGAL-HOLD" TO WS_AUTH_ACTION
           MOVE SPACES TO WS_AUTH_TARGET
           STRING WS_PARAMS_CASE_REF DELIMITED BY SPACE,
               ' ' DELIMITED BY SIZE,
               WS_SCOPE_TEXT DELIMITED BY SIZE
           INTO WS_AUTH_TARGET
           PERFORM B7500_CHECK_OPERATOR_AUTH
           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM B3100_CONNECT
           PERFORM B6020_INSERT_HOLD_ROW
           PERFORM B6030_COUNT_ROWS_NOW_HELD
           PERFORM B3900_DISCONNECT

           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "=== DEMO LEGAL HOLD REGISTER ==="
           DISPLAY "HOLD PLACED:    " DB_HOLD_ID
           DISPLAY "CASE REFERENCE: " WS_PARAMS_CASE_REF
           DISPLAY "SCOPE:          " WS_SCOPE_TEXT
           DISPLAY "PLACED BY:      " WS_OPERATOR_ID
           DISPLAY "DEMO_TABLE ROWS NOW HELD: " DB_ROW_COUNT.

           EXIT.

       *> a hold must carry a case reference, and its scope must be
       *> well formed: a real calendar date, a range of real dates
       *> that runs forwards, or a run id - fourteen digits for a
       *> DEMO-WRITER run, "BL" and twelve digits for a DEMO-BACKLOAD
       *> run. The register's own formats are built here too, ready
       *> for the insert.
       B6010_VALIDATE_HOLD_SCOPE.
           SET WS_SCOPE_VALID_TRUE TO TRUE
           MOVE SPACES TO DB_FROM_DATE DB_TO_DATE DB_STRING
                          DB_SOURCE_SYSTEM DB_RUN_ID

           IF WS_PARAMS_CASE_REF = SPACES
               DISPLAY "*** HOLD REFUSED - NO CASE REFERENCE GIVEN ***"
               SET WS_SCOPE_VALID_FALSE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS_KIND_KEY
                   IF WS_PARAMS_FROM_DATE NOT NUMERIC
                           OR WS_PARAMS_HOLD_STRING = SPACES
                       DISPLAY "*** HOLD REFUSED - KEY NEEDS A "
                           "YYYYMMDD DATE AND A STRING ***"
                       SET WS_SCOPE_VALID_FALSE TO TRUE
                   ELSE
                       MOVE WS_PARAMS_FROM_DATE TO WS_CHECK_DATE
                       PERFORM B6015_CALENDAR_CHECK
                   END-IF
                   MOVE WS_PARAMS_FROM_DATE TO WS_PARAMS_TO_DATE
               WHEN WS_KIND_RANGE
                   IF WS_PARAMS_FROM_DATE NOT NUMERIC
                           OR WS_PARAMS_TO_DATE NOT NUMERIC
                       DISPLAY "*** HOLD REFUSED - RANGE NEEDS TWO "
                           "YYYYMMDD DATES ***"
                       SET WS_SCOPE_VALID_FALSE TO TRUE
                   ELSE
                       MOVE WS_PARAMS_FROM_DATE TO WS_CHECK_DATE
                       PERFORM B6015_CALENDAR_CHECK
                       MOVE WS_PARAMS_TO_DATE TO WS_CHECK_DATE
                       PERFORM B6015_CALENDAR_CHECK
                       IF WS_PARAMS_FROM_DATE > WS_PARAMS_TO_DATE
                           DISPLAY "*** HOLD REFUSED - RANGE ENDS "
                               "BEFORE IT STARTS ***"
                           SET WS_SCOPE_VALID_FALSE TO TRUE
                       END-IF
                   END-IF
               WHEN WS_KIND_RUN
                   IF WS_PARAMS_RUN_ID NOT NUMERIC
                           AND (WS_PARAMS_RUN_ID(1:2) NOT = "BL"
                             OR WS_PARAMS_RUN_ID(3:12) NOT NUMERIC)
                       DISPLAY "*** HOLD REFUSED - RUN NEEDS A "
                           "14-DIGIT RUN ID, OR BL AND 12 DIGITS ***"
                       SET WS_SCOPE_VALID_FALSE TO TRUE
                   END-IF
           END-EVALUATE

           IF WS_SCOPE_VALID_TRUE
               IF WS_KIND_RUN
                   MOVE WS_PARAMS_RUN_ID TO DB_RUN_ID
               ELSE
                   STRING WS_PARAMS_FROM_DATE(1:4) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       WS_PARAMS_FROM_DATE(5:2) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       WS_PARAMS_FROM_DATE(7:2) DELIMITED BY SIZE
                   INTO DB_FROM_DATE
                   STRING WS_PARAMS_TO_DATE(1:4) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       WS_PARAMS_TO_DATE(5:2) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       WS_PARAMS_TO_DATE(7:2) DELIMITED BY SIZE
                   INTO DB_TO_DATE
               END-IF
               IF WS_KIND_KEY
                   MOVE WS_PARAMS_HOLD_STRING TO DB_STRING
                   MOVE WS_PARAMS_HOLD_SOURCE TO DB_SOURCE_SYSTEM
               END-IF
               MOVE WS_PARAMS_CASE_REF TO DB_CASE_REF
               PERFORM B5030_BUILD_SCOPE_TEXT
           END-IF.

           EXIT.

       *> refuses the hold when WS_CHECK_DATE is not on the calendar
       B6015_CALENDAR_CHECK.
           SET WS_GOOD_CALENDAR_TRUE TO TRUE
           MOVE WS_CHECK_DATE TO WS_DATE_NUM

           IF WS_DATE_NUM_MONTH < 1 OR WS_DATE_NUM_MONTH > 12
               SET WS_GOOD_CALENDAR_FALSE TO TRUE
           ELSE
               MOVE WS_MONTH_DAYS_ENTRY(WS_DATE_NUM_MONTH)
                   TO WS_MONTH_DAY_LIMIT
               IF WS_DATE_NUM_MONTH = 2
                   PERFORM B6016_ADJUST_FOR_LEAP_YEAR
               END-IF
               IF WS_DATE_NUM_DAY < 1
                       OR WS_DATE_NUM_DAY > WS_MONTH_DAY_LIMIT
                   SET WS_GOOD_CALENDAR_FALSE TO TRUE
               END-IF
           END-IF

           IF WS_GOOD_CALENDAR_FALSE
               DISPLAY "*** HOLD REFUSED - " WS_CHECK_DATE
                   " IS NOT A CALENDAR DATE ***"
               SET WS_SCOPE_VALID_FALSE TO TRUE
           END-IF.

           EXIT.

       *> a leap-year February has 29 days - divisible by 4, except
       *> century years, which must be divisible by 400
       B6016_ADJUST_FOR_LEAP_YEAR.
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

       *> only the columns a kind uses are written - the rest stay
       *> NULL, so the hold test in each job can never match a RUN
       *> hold on a date or a RANGE hold on a run id
       B6020_INSERT_HOLD_ROW.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_HOLD_ID
           MOVE WS_OPERATOR_ID TO DB_OPERATOR_ID

           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_legal_hold
               WHERE hold_id = :DB_HOLD_ID
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_ROW_COUNT > ZERO
               DISPLAY "*** HOLD REFUSED - ANOTHER HOLD WAS PLACED "
                   "THIS SECOND - RUN IT AGAIN ***"
               MOVE 1 TO RETURN-CODE
               PERFORM B3900_DISCONNECT
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS_KIND_KEY
                   EXEC SQL
                       INSERT INTO demo_legal_hold
                           (hold_id, hold_kind, from_date, to_date,
                            report_text, source_system, case_ref,
                            placed_by, hold_status)
                       VALUES (:DB_HOLD_ID, 'K', :DB_FROM_DATE,
                               :DB_TO_DATE, :DB_STRING,
                               :DB_SOURCE_SYSTEM, :DB_CASE_REF,
                               :DB_OPERATOR_ID, 'A')
                   END-EXEC
               WHEN WS_KIND_RANGE
                   EXEC SQL
                       INSERT INTO demo_legal_hold
                           (hold_id, hold_kind, from_date, to_date,
                            case_ref, placed_by, hold_status)
                       VALUES (:DB_HOLD_ID, 'D', :DB_FROM_DATE,
                               :DB_TO_DATE, :DB_CASE_REF,
                               :DB_OPERATOR_ID, 'A')
                   END-EXEC
               WHEN WS_KIND_RUN
                   EXEC SQL
                       INSERT INTO demo_legal_hold
                           (hold_id, hold_kind, run_id, case_ref,
                            placed_by, hold_status)
                       VALUES (:DB_HOLD_ID, 'R', :DB_RUN_ID,
                               :DB_CASE_REF, :DB_OPERATOR_ID, 'A')
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> how much of demo_table the new hold freezes right now - a
       *> hold that covers nothing is still placed (the record may be
       *> on its way), but the operator should see it
       B6030_COUNT_ROWS_NOW_HELD.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_ROW_COUNT
               FROM demo_table t
               WHERE EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_id = :DB_HOLD_ID
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

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> RELEASING A HOLD

       *> the operator must hold LEGAL-RELEASE before the register is
       *> read; the hold stays on the register marked released, with
       *> who released it and when, so the case file can show the
       *> whole period the records were frozen
       B6100_RELEASE_HOLD.
           MOVE "LEGAL-RELEASE" TO WS_AUTH_ACTION
           MOVE WS_PARAMS_HOLD_ID TO WS_AUTH_TARGET
           PERFORM B7500_CHECK_OPERATOR_AUTH
           IF WS_AUTH_GRANTED_FALSE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM B3100_CONNECT
           MOVE WS_PARAMS_HOLD_ID TO DB_HOLD_ID

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(hold_status), ' '),
                      COALESCE(MAX(case_ref), ' ')
                 INTO :DB_ROW_COUNT, :DB_HOLD_STATUS, :DB_CASE_REF
               FROM demo_legal_hold
               WHERE hold_id = :DB_HOLD_ID
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EVALUATE TRUE
               WHEN DB_ROW_COUNT = ZERO
                   DISPLAY "NO LEGAL HOLD " WS_PARAMS_HOLD_ID
                       " ON THE REGISTER"
                   MOVE 1 TO RETURN-CODE
               WHEN DB_HOLD_STATUS NOT = 'A'
                   DISPLAY "LEGAL HOLD " WS_PARAMS_HOLD_ID
                       " IS ALREADY RELEASED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM B6110_MARK_HOLD_RELEASED
           END-EVALUATE

           PERFORM B3900_DISCONNECT.

           EXIT.

       B6110_MARK_HOLD_RELEASED.
           MOVE WS_CURRENT_DATE_DATA(1:14) TO DB_EVENT_TS
           MOVE WS_OPERATOR_ID TO DB_OPERATOR_ID

           EXEC SQL
               UPDATE demo_legal_hold
                  SET hold_status = 'R',
                      released_by = :DB_OPERATOR_ID,
                      released_ts = :DB_EVENT_TS
               WHERE hold_id = :DB_HOLD_ID
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE SPACES TO WS_AUTH_TARGET
           STRING WS_PARAMS_HOLD_ID DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               DB_CASE_REF DELIMITED BY SIZE
           INTO WS_AUTH_TARGET
           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "=== DEMO LEGAL HOLD REGISTER ==="
           DISPLAY "HOLD RELEASED:  " WS_PARAMS_HOLD_ID
           DISPLAY "CASE REFERENCE: " DB_CASE_REF
           DISPLAY "RELEASED BY:    " WS_OPERATOR_ID.

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
       *> what, against what - written once the hold is actually on
       *> (or off) the register
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

           PERFORM B9101_KEY_HOLD_BUILT_FROM_ARGUMENTS.
           PERFORM B9102_BACKWARDS_RANGE_IS_REFUSED.
           PERFORM B9103_HOLD_WITHOUT_CASE_IS_REFUSED.
           PERFORM B9104_BACKLOAD_RUN_HOLD_ACCEPTED.
           PERFORM B9105_IMPOSSIBLE_DATES_ARE_REFUSED.

           EXIT.

       B9101_KEY_HOLD_BUILT_FROM_ARGUMENTS.
           DISPLAY 'A KEY HOLD BUILDS THE REGISTER COLUMNS'.

           SET WS_KIND_KEY TO TRUE.
           MOVE "LGL-2026-014" TO WS_PARAMS_CASE_REF.
           MOVE "20260901" TO WS_PARAMS_FROM_DATE.
           MOVE "01A005" TO WS_PARAMS_HOLD_STRING.
           MOVE "ABC" TO WS_PARAMS_HOLD_SOURCE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: 2026-09-01 01A005 ABC".
           DISPLAY "ACTUAL:   " WS_SCOPE_TEXT.
           IF WS_SCOPE_VALID_TRUE
                   AND DB_FROM_DATE = "2026-09-01"
                   AND DB_TO_DATE = "2026-09-01"
                   AND DB_STRING = "01A005"
                   AND DB_SOURCE_SYSTEM = "ABC"
                   AND DB_RUN_ID = SPACES
                   AND WS_SCOPE_TEXT = "2026-09-01 01A005 ABC"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_BACKWARDS_RANGE_IS_REFUSED.
           DISPLAY 'A RANGE THAT ENDS BEFORE IT STARTS IS REFUSED'.

           SET WS_KIND_RANGE TO TRUE.
           MOVE "LGL-2026-014" TO WS_PARAMS_CASE_REF.
           MOVE "20260915" TO WS_PARAMS_FROM_DATE.
           MOVE "20260901" TO WS_PARAMS_TO_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "20260901" TO WS_PARAMS_FROM_DATE.
           MOVE "20260915" TO WS_PARAMS_TO_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: 2026-09-01 TO 2026-09-15".
           DISPLAY "ACTUAL:   " WS_SCOPE_TEXT.
           IF WS_SCOPE_VALID_TRUE
                   AND WS_SCOPE_TEXT = "2026-09-01 TO 2026-09-15"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_HOLD_WITHOUT_CASE_IS_REFUSED.
           DISPLAY 'A HOLD WITH NO CASE REFERENCE IS REFUSED'.

           SET WS_KIND_RUN TO TRUE.
           MOVE SPACES TO WS_PARAMS_CASE_REF.
           MOVE "20260902063015" TO WS_PARAMS_RUN_ID.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_BACKLOAD_RUN_HOLD_ACCEPTED.
           DISPLAY 'A DEMO-BACKLOAD RUN ID CAN BE HELD'.

           SET WS_KIND_RUN TO TRUE.
           MOVE "LGL-2026-014" TO WS_PARAMS_CASE_REF.
           MOVE "BL260902063015" TO WS_PARAMS_RUN_ID.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: T BL260902063015".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID " " DB_RUN_ID.
           IF WS_SCOPE_VALID_TRUE AND DB_RUN_ID = "BL260902063015"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "XX260902063015" TO WS_PARAMS_RUN_ID.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F FOR ANY OTHER PREFIX".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_IMPOSSIBLE_DATES_ARE_REFUSED.
           DISPLAY 'A DATE OFF THE CALENDAR IS REFUSED'.

           MOVE "LGL-2026-014" TO WS_PARAMS_CASE_REF.
           SET WS_KIND_KEY TO TRUE.
           MOVE "01A005" TO WS_PARAMS_HOLD_STRING.
           MOVE "20260231" TO WS_PARAMS_FROM_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F FOR 20260231".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           SET WS_KIND_RANGE TO TRUE.
           MOVE "20240229" TO WS_PARAMS_FROM_DATE.
           MOVE "20261301" TO WS_PARAMS_TO_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F FOR MONTH 13".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "20240229" TO WS_PARAMS_FROM_DATE.
           MOVE "20250228" TO WS_PARAMS_TO_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: T FOR A LEAP DAY TO 28 FEBRUARY".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "21000229" TO WS_PARAMS_FROM_DATE.
           MOVE "21000301" TO WS_PARAMS_TO_DATE.
           PERFORM B6010_VALIDATE_HOLD_SCOPE.

           DISPLAY "EXPECTED: F FOR 29 FEBRUARY 2100".
           DISPLAY "ACTUAL:   " WS_SCOPE_VALID.
           IF WS_SCOPE_VALID_FALSE
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
