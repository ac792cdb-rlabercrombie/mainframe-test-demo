       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-PROVMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the provider master DEMO-WRITER's B4780_LOAD_PROVIDER_
           *> MASTER, DEMO-DAYCLOSE and DEMO-EXTRACT read - one line
           *> per source system: code, status (A active, S suspended,
           *> R retired), effective-from and effective-to (blank for
           *> open-ended) YYYYMMDD dates, provider name, and the
           *> contact the acknowledgment file names. Read for
           *> validation and listing, rewritten by the status mode.
           SELECT DEMO_PROVIDERS ASSIGN TO
                "../src/resources/DEMO_PROVIDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROVIDERS_FILE_STATUS.

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

       DATA DIVISION.
       FILE SECTION.

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

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
               05 OPR_ACTIONS               PIC X(72).

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program is the maintenance job for DEMO_PROVIDERS.DAT,
       *> the provider master. Until it existed DEMO-WRITER took any
       *> three characters in a header as a source system, so one
       *> typo in a new provider's header became a brand-new
       *> "source" everywhere downstream. The default run validates
       *> every line (code present and not repeated, status A/S/R,
       *> real effective dates in order, a name, and an ack contact
       *> for every active provider) and fails on a bad line - the
       *> batch driver runs it ahead of the load, so a broken master
       *> stops the night instead of refusing every file. The list
       *> mode prints the master with whether each provider may send
       *> today. The status mode suspends, reinstates or retires a
       *> provider (optionally setting its effective-to date); it is
       *> honored only for an operator whose profile lists
       *> PROVIDER-MAINT, and always onto the access log. Onboarding
       *> is a new line keyed by operations, then a validation run.

       *> example argument usage:

       *> validate the provider master
       *>      ./demo_provmaint

       *> list the provider master
       *>      ./demo_provmaint LIST

       *> suspend a provider / reinstate it / retire it from a date
       *>      DEMO_OPERATOR=OPS01 ./demo_provmaint SET ABC S
       *>      DEMO_OPERATOR=OPS01 ./demo_provmaint SET ABC A
       *>      DEMO_OPERATOR=OPS01 ./demo_provmaint SET ABC R 20261231

       *> for running only unit tests
       *>      ./demo_provmaint TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_provmaint TEST
       *>      ./demo_provmaint TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.
       01 WS_PARAMS_SET_CODE               PIC X(03) VALUE SPACES.
       01 WS_PARAMS_SET_STATUS             PIC X(01) VALUE SPACE.
       01 WS_PARAMS_SET_EFF_TO             PIC X(08) VALUE SPACES.

       01 WS_RUN_MODE                      PIC X(01) VALUE 'V'.
           88 WS_MODE_VALIDATE                 VALUE 'V'.
           88 WS_MODE_LIST                     VALUE 'L'.
           88 WS_MODE_SET                      VALUE 'S'.

       *> end of file definitions
       01 WS_EOF                           PIC X(1) VALUE 'N'.
           88 WS_EOF_FALSE                     VALUE 'N'.
           88 WS_EOF_TRUE                      VALUE 'Y'.

       01 WS_PROVIDERS_FILE_STATUS         PIC X(02) VALUE "00".

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

       *> real-calendar validation work areas - the same month-length
       *> and leap-year rules as DEMO-WRITER's B4210_CALENDAR_CHECK
       01  WS_MONTH_DAYS_TABLE.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  WS_MONTH_DAYS REDEFINES WS_MONTH_DAYS_TABLE.
           05  WS_MONTH_DAYS_ENTRY OCCURS 12 TIMES PIC 9(02).
       01  WS_MONTH_DAY_LIMIT              PIC 9(02) VALUE ZERO.
       01  WS_DATE_NUM.
           05  WS_DATE_NUM_YEAR            PIC 9(04).
           05  WS_DATE_NUM_MONTH           PIC 9(02).
           05  WS_DATE_NUM_DAY             PIC 9(02).
       01  WS_LEAP_QUOTIENT                PIC 9(04).
       01  WS_LEAP_REMAINDER               PIC 9(04).
       01  WS_GOOD_DATE                    PIC X(1) VALUE 'T'.
           88  WS_GOOD_DATE_FALSE              VALUE 'F'.
           88  WS_GOOD_DATE_TRUE               VALUE 'T'.

       *> the master, loaded whole - validation checks each line
       *> against the ones before it, and the status mode rewrites
       *> the file from here
       01  WS_PROV_TABLE_MAX               PIC 9(03) VALUE 100.
       01  WS_PROV_COUNT                   PIC 9(03) VALUE ZERO.
       01  WS_PROV_TABLE.
           05  WS_PROV_ENTRY OCCURS 100 TIMES PIC X(95).
       01  WS_PROV_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_PROV_MATCH_IDX               PIC 9(03) VALUE ZERO.
       01  WS_PROV_SCAN_IDX                PIC 9(03) VALUE ZERO.
       01  WS_PROV_OVERFLOW                PIC X(01) VALUE 'F'.
           88  WS_PROV_OVERFLOW_FALSE          VALUE 'F'.
           88  WS_PROV_OVERFLOW_TRUE           VALUE 'T'.

       *> one line at a time, in the file layout
       01  WS_PROV_LINE.
           05  WS_PROV_LINE_CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  WS_PROV_LINE_STATUS          PIC X(01).
               88  WS_PROV_LINE_ACTIVE          VALUE 'A'.
               88  WS_PROV_LINE_SUSPENDED       VALUE 'S'.
               88  WS_PROV_LINE_RETIRED         VALUE 'R'.
           05  FILLER                       PIC X(01).
           05  WS_PROV_LINE_EFF_FROM        PIC X(08).
           05  FILLER                       PIC X(01).
           05  WS_PROV_LINE_EFF_TO          PIC X(08).
           05  FILLER                       PIC X(01).
           05  WS_PROV_LINE_NAME            PIC X(30).
           05  FILLER                       PIC X(01).
           05  WS_PROV_LINE_CONTACT         PIC X(40).

       *> validation pass results
       01  WS_LINES_READ_COUNT             PIC 9(05) VALUE ZERO.
       01  WS_BAD_LINE_COUNT               PIC 9(05) VALUE ZERO.
       01  WS_LINE_FAULT                   PIC X(40) VALUE SPACES.

       *> listing work areas
       01  WS_LIST_STANDING                PIC X(14) VALUE SPACES.
       01  WS_LIST_LINE.
           05  WS_LIST_CODE                 PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_LIST_STATUS               PIC X(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_LIST_EFF_FROM             PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_LIST_EFF_TO               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_LIST_NAME                 PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_LIST_TODAY                PIC X(14).

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

        *> A normal run and an end-to-end test act the same - this
        *> program touches no database, only the flat files - whereas
        *> unit tests have their own workflow

           IF NOT WS_PARAMS_TEST OR
           (WS_PARAMS_TEST AND WS_PARAMS_TEST_NAME = "ENDTOEND")

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           PERFORM B4000_LOAD_PROVIDERS

           EVALUATE TRUE
               WHEN WS_PROVIDERS_FILE_STATUS NOT = "00"
                   DISPLAY "*** DEMO_PROVIDERS.DAT NOT ON FILE - THE "
                       "WRITER'S PROVIDER CHECK IS OFF ***"
                   MOVE 1 TO RETURN-CODE
               WHEN WS_MODE_LIST
                   PERFORM B5000_LIST_PROVIDERS
               WHEN WS_MODE_SET
                   PERFORM B6000_SET_PROVIDER_STATUS
               WHEN OTHER
                   PERFORM B4100_VALIDATE_PROVIDERS
           END-EVALUATE.

           EXIT.

       *> reads each command-line argument individually by position -
       *> argument 1 is LIST or SET (or a TEST switch); for SET,
       *> argument 2 is the provider code, 3 the new status, and 4
       *> the optional effective-to date. With no arguments the run
       *> validates.
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
                   WHEN WS_PARAMS_ARG_VALUE(1:4) = 'LIST'
                       SET WS_MODE_LIST TO TRUE
                   WHEN WS_PARAMS_ARG_VALUE(1:3) = 'SET'
                       SET WS_MODE_SET TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:3) TO WS_PARAMS_SET_CODE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 2
               MOVE 3 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:1) TO WS_PARAMS_SET_STATUS
           END-IF

           IF WS_PARAMS_ARG_COUNT > 3
               MOVE 4 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_PARAMS_SET_EFF_TO
           END-IF

           IF WS_MODE_SET
               IF WS_PARAMS_SET_CODE = SPACES
                   OR (WS_PARAMS_SET_STATUS NOT = 'A'
                       AND WS_PARAMS_SET_STATUS NOT = 'S'
                       AND WS_PARAMS_SET_STATUS NOT = 'R')
                   OR (WS_PARAMS_SET_EFF_TO NOT = SPACES
                       AND WS_PARAMS_SET_EFF_TO NOT NUMERIC)
                   DISPLAY "USAGE: demo_provmaint SET <CODE> <A|S|R> "
                       "[<EFFECTIVE-TO YYYYMMDD>]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> DATA LAYER

       B4000_LOAD_PROVIDERS.
           MOVE ZERO TO WS_PROV_COUNT
           MOVE ZERO TO WS_LINES_READ_COUNT
           SET WS_PROV_OVERFLOW_FALSE TO TRUE
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_PROVIDERS
           IF WS_PROVIDERS_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_PROVIDERS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           ADD 1 TO WS_LINES_READ_COUNT
                           IF WS_PROV_COUNT < WS_PROV_TABLE_MAX
                               ADD 1 TO WS_PROV_COUNT
                               MOVE DEMO_PROVIDERS_RECORD
                                   TO WS_PROV_ENTRY(WS_PROV_COUNT)
                           ELSE
                               SET WS_PROV_OVERFLOW_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PROVIDERS
           END-IF.

           EXIT.

       *> VALIDATION

       *> every line is held to what the writer will rely on - a
       *> master the writer would load but misread is exactly the
       *> typo this pass exists to catch before the night trusts it
       B4100_VALIDATE_PROVIDERS.
           MOVE ZERO TO WS_BAD_LINE_COUNT

           IF WS_PROV_OVERFLOW_TRUE
               DISPLAY "*** DEMO_PROVIDERS.DAT HOLDS MORE THAN "
                   WS_PROV_TABLE_MAX " LINES - THE WRITER WILL NOT "
                   "SEE THEM ALL ***"
               ADD 1 TO WS_BAD_LINE_COUNT
           END-IF

           MOVE ZERO TO WS_PROV_IDX
           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
               ADD 1 TO WS_PROV_IDX
               MOVE WS_PROV_ENTRY(WS_PROV_IDX) TO WS_PROV_LINE
               PERFORM B4110_VALIDATE_ONE_LINE
               IF WS_LINE_FAULT NOT = SPACES
                   ADD 1 TO WS_BAD_LINE_COUNT
                   DISPLAY "BAD PROVIDER LINE (" WS_LINE_FAULT "): "
                       WS_PROV_LINE(1:60)
               END-IF
           END-PERFORM

           DISPLAY "PROVIDER LINES READ: " WS_LINES_READ_COUNT
           IF WS_BAD_LINE_COUNT > ZERO
               DISPLAY "*** " WS_BAD_LINE_COUNT " BAD PROVIDER "
                   "LINE(S) - FIX DEMO_PROVIDERS.DAT BEFORE THE "
                   "NIGHTLY BATCH ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "PROVIDER LINES ALL VALID"
           END-IF.

           EXIT.

       *> names the first thing wrong with the line in WS_PROV_LINE
       *> (blank when nothing is) - the line's position in the table
       *> is WS_PROV_IDX, so a repeated code is one seen earlier
       B4110_VALIDATE_ONE_LINE.
           MOVE SPACES TO WS_LINE_FAULT

           EVALUATE TRUE
               WHEN WS_PROV_LINE_CODE = SPACES
                   MOVE "NO PROVIDER CODE" TO WS_LINE_FAULT
               WHEN NOT WS_PROV_LINE_ACTIVE
                       AND NOT WS_PROV_LINE_SUSPENDED
                       AND NOT WS_PROV_LINE_RETIRED
                   MOVE "STATUS NOT A, S OR R" TO WS_LINE_FAULT
               WHEN WS_PROV_LINE_NAME = SPACES
                   MOVE "NO PROVIDER NAME" TO WS_LINE_FAULT
               WHEN WS_PROV_LINE_ACTIVE
                       AND WS_PROV_LINE_CONTACT = SPACES
                   MOVE "ACTIVE PROVIDER WITH NO ACK CONTACT"
                       TO WS_LINE_FAULT
               WHEN OTHER
                   PERFORM B4120_VALIDATE_LINE_DATES
           END-EVALUATE

           IF WS_LINE_FAULT = SPACES
               PERFORM B4130_CHECK_CODE_REPEATED
           END-IF.

           EXIT.

       B4120_VALIDATE_LINE_DATES.
           IF WS_PROV_LINE_EFF_FROM NOT NUMERIC
               MOVE "EFFECTIVE-FROM NOT A DATE" TO WS_LINE_FAULT
           ELSE
               MOVE WS_PROV_LINE_EFF_FROM TO WS_DATE_NUM
               PERFORM B7100_CHECK_REAL_DATE
               IF WS_GOOD_DATE_FALSE
                   MOVE "EFFECTIVE-FROM NOT A REAL DATE"
                       TO WS_LINE_FAULT
               END-IF
           END-IF

           IF WS_LINE_FAULT = SPACES
                   AND WS_PROV_LINE_EFF_TO NOT = SPACES
               IF WS_PROV_LINE_EFF_TO NOT NUMERIC
                   MOVE "EFFECTIVE-TO NOT A DATE" TO WS_LINE_FAULT
               ELSE
                   MOVE WS_PROV_LINE_EFF_TO TO WS_DATE_NUM
                   PERFORM B7100_CHECK_REAL_DATE
                   EVALUATE TRUE
                       WHEN WS_GOOD_DATE_FALSE
                           MOVE "EFFECTIVE-TO NOT A REAL DATE"
                               TO WS_LINE_FAULT
                       WHEN WS_PROV_LINE_EFF_TO
                               < WS_PROV_LINE_EFF_FROM
                           MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                               TO WS_LINE_FAULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

           EXIT.

       *> two lines for one code would leave the writer honoring
       *> whichever it met first - the repeat is the bad line
       B4130_CHECK_CODE_REPEATED.
           MOVE ZERO TO WS_PROV_SCAN_IDX

           PERFORM UNTIL WS_PROV_SCAN_IDX >= WS_PROV_IDX - 1
                               OR WS_LINE_FAULT NOT = SPACES
               ADD 1 TO WS_PROV_SCAN_IDX
               IF WS_PROV_ENTRY(WS_PROV_SCAN_IDX)(1:3)
                       = WS_PROV_LINE_CODE
                   MOVE "PROVIDER CODE REPEATED" TO WS_LINE_FAULT
               END-IF
           END-PERFORM.

           EXIT.

       *> LISTING

       B5000_LIST_PROVIDERS.
           DISPLAY "=== DEMO PROVIDER MASTER ==="
           DISPLAY "AS OF: " WS_CURRENT_DATE
           DISPLAY "CDE STATUS    FROM     TO       NAME"
               "                           TODAY"

           MOVE ZERO TO WS_PROV_IDX
           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
               ADD 1 TO WS_PROV_IDX
               MOVE WS_PROV_ENTRY(WS_PROV_IDX) TO WS_PROV_LINE
               PERFORM B5010_LIST_ONE_PROVIDER
           END-PERFORM

           DISPLAY "PROVIDERS ON FILE: " WS_PROV_COUNT.

           EXIT.

       B5010_LIST_ONE_PROVIDER.
           MOVE WS_PROV_LINE_CODE TO WS_LIST_CODE
           EVALUATE TRUE
               WHEN WS_PROV_LINE_ACTIVE
                   MOVE "ACTIVE" TO WS_LIST_STATUS
               WHEN WS_PROV_LINE_SUSPENDED
                   MOVE "SUSPENDED" TO WS_LIST_STATUS
               WHEN WS_PROV_LINE_RETIRED
                   MOVE "RETIRED" TO WS_LIST_STATUS
               WHEN OTHER
                   MOVE "?" TO WS_LIST_STATUS
           END-EVALUATE
           MOVE WS_PROV_LINE_EFF_FROM TO WS_LIST_EFF_FROM
           MOVE WS_PROV_LINE_EFF_TO TO WS_LIST_EFF_TO
           MOVE WS_PROV_LINE_NAME TO WS_LIST_NAME
           PERFORM B5020_DETERMINE_STANDING
           MOVE WS_LIST_STANDING TO WS_LIST_TODAY
           DISPLAY WS_LIST_LINE.

           EXIT.

       *> the same test DEMO-WRITER's B4830_CHECK_PROVIDER applies to
       *> a header, made against today
       B5020_DETERMINE_STANDING.
           EVALUATE TRUE
               WHEN NOT WS_PROV_LINE_ACTIVE
                   MOVE "REFUSED" TO WS_LIST_STANDING
               WHEN WS_CURRENT_DATE < WS_PROV_LINE_EFF_FROM
                   MOVE "NOT YET" TO WS_LIST_STANDING
               WHEN WS_PROV_LINE_EFF_TO NOT = SPACES
                       AND WS_CURRENT_DATE > WS_PROV_LINE_EFF_TO
                   MOVE "EXPIRED" TO WS_LIST_STANDING
               WHEN OTHER
                   MOVE "MAY SEND" TO WS_LIST_STANDING
           END-EVALUATE.

           EXIT.

       *> STATUS CHANGE

       *> suspends, reinstates or retires one provider - the master
       *> is rewritten whole from the loaded table with just that
       *> line changed, and the change is validated first so the
       *> program never writes a master its own validation would fail
       B6000_SET_PROVIDER_STATUS.
           MOVE ZERO TO WS_PROV_MATCH_IDX
           MOVE ZERO TO WS_PROV_IDX
           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
                               OR WS_PROV_MATCH_IDX > ZERO
               ADD 1 TO WS_PROV_IDX
               IF WS_PROV_ENTRY(WS_PROV_IDX)(1:3) = WS_PARAMS_SET_CODE
                   MOVE WS_PROV_IDX TO WS_PROV_MATCH_IDX
               END-IF
           END-PERFORM

           IF WS_PROV_MATCH_IDX = ZERO
               DISPLAY "*** PROVIDER " WS_PARAMS_SET_CODE
                   " NOT ON THE MASTER - ADD ITS LINE FIRST ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS_PROV_OVERFLOW_TRUE
                   DISPLAY "*** STATUS CHANGE REFUSED - THE MASTER "
                       "HOLDS MORE LINES THAN THIS PROGRAM LOADS ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM B6010_APPLY_STATUS_CHANGE
               END-IF
           END-IF.

           EXIT.

       B6010_APPLY_STATUS_CHANGE.
           MOVE WS_PROV_ENTRY(WS_PROV_MATCH_IDX) TO WS_PROV_LINE
           MOVE WS_PARAMS_SET_STATUS TO WS_PROV_LINE_STATUS
           IF WS_PARAMS_SET_EFF_TO NOT = SPACES
               MOVE WS_PARAMS_SET_EFF_TO TO WS_PROV_LINE_EFF_TO
           END-IF

           MOVE WS_PROV_MATCH_IDX TO WS_PROV_IDX
           PERFORM B4110_VALIDATE_ONE_LINE
           IF WS_LINE_FAULT NOT = SPACES
               DISPLAY "*** STATUS CHANGE REFUSED - " WS_LINE_FAULT
                   " ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "PROVIDER-MAINT" TO WS_AUTH_ACTION
               MOVE SPACES TO WS_AUTH_TARGET
               STRING "PROVIDER " DELIMITED BY SIZE,
                   WS_PROV_LINE_CODE DELIMITED BY SIZE,
                   " STATUS " DELIMITED BY SIZE,
                   WS_PROV_LINE_STATUS DELIMITED BY SIZE,
                   " TO " DELIMITED BY SIZE,
                   WS_PROV_LINE_EFF_TO DELIMITED BY SIZE
               INTO WS_AUTH_TARGET
               PERFORM B7500_CHECK_OPERATOR_AUTH
               IF WS_AUTH_GRANTED_TRUE
                   MOVE WS_PROV_LINE TO WS_PROV_ENTRY(WS_PROV_MATCH_IDX)
                   PERFORM B6020_REWRITE_MASTER
                   PERFORM B7510_WRITE_ACCESS_LOG
                   DISPLAY "PROVIDER " WS_PROV_LINE_CODE
                       " SET TO STATUS " WS_PROV_LINE_STATUS
                       " BY OPERATOR " WS_OPERATOR_ID
               ELSE
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

           EXIT.

       B6020_REWRITE_MASTER.
           OPEN OUTPUT DEMO_PROVIDERS
           MOVE ZERO TO WS_PROV_IDX
           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
               ADD 1 TO WS_PROV_IDX
               WRITE DEMO_PROVIDERS_RECORD
                   FROM WS_PROV_ENTRY(WS_PROV_IDX)
           END-PERFORM
           CLOSE DEMO_PROVIDERS.

           EXIT.

       *> CALENDAR ARITHMETIC

       *> the writer's own real-date rules: month 1-12, day within
       *> the month, February held to the leap-year rule
       B7100_CHECK_REAL_DATE.
           MOVE 'T' TO WS_GOOD_DATE

           IF WS_DATE_NUM_MONTH < 1 OR WS_DATE_NUM_MONTH > 12
               MOVE 'F' TO WS_GOOD_DATE
           ELSE
               MOVE WS_MONTH_DAYS_ENTRY(WS_DATE_NUM_MONTH)
                   TO WS_MONTH_DAY_LIMIT
               IF WS_DATE_NUM_MONTH = 2
                   PERFORM B7110_ADJUST_FOR_LEAP_YEAR
               END-IF
               IF WS_DATE_NUM_DAY < 1
                       OR WS_DATE_NUM_DAY > WS_MONTH_DAY_LIMIT
                   MOVE 'F' TO WS_GOOD_DATE
               END-IF
           END-IF.

           EXIT.

       *> a leap-year February has 29 days - divisible by 4, except
       *> century years, which must be divisible by 400
       B7110_ADJUST_FOR_LEAP_YEAR.
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

       *> OPERATOR AUTHORIZATION

       *> holds the requested privileged action to the operator
       *> profile file: DEMO_OPERATOR must name who is asking, and
       *> that operator's profile line must list the action. No
       *> profile file on disk refuses everyone.
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

           PERFORM B9101_GOOD_LINE_PASSES.
           PERFORM B9102_DATES_OUT_OF_ORDER_FAIL.
           PERFORM B9103_REPEATED_CODE_FAILS.
           PERFORM B9104_ACTIVE_WITHOUT_CONTACT_FAILS.

           EXIT.

       B9101_GOOD_LINE_PASSES.
           DISPLAY 'A COMPLETE ACTIVE PROVIDER LINE IS VALID'.

           MOVE 1 TO WS_PROV_COUNT.
           MOVE 1 TO WS_PROV_IDX.
           MOVE "ABC A 20260101          ABC CLEARING"
               TO WS_PROV_ENTRY(1).
           MOVE "OPS@ABC.EXAMPLE" TO WS_PROV_ENTRY(1)(56:40).
           MOVE WS_PROV_ENTRY(1) TO WS_PROV_LINE.
           PERFORM B4110_VALIDATE_ONE_LINE.

           DISPLAY "EXPECTED: NO FAULT".
           DISPLAY "ACTUAL:   " WS_LINE_FAULT.
           IF WS_LINE_FAULT = SPACES
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_DATES_OUT_OF_ORDER_FAIL.
           DISPLAY 'EFFECTIVE-TO BEFORE EFFECTIVE-FROM FAILS'.

           MOVE 1 TO WS_PROV_COUNT.
           MOVE 1 TO WS_PROV_IDX.
           MOVE "ABC R 20260101 20251231 ABC CLEARING"
               TO WS_PROV_ENTRY(1).
           MOVE WS_PROV_ENTRY(1) TO WS_PROV_LINE.
           PERFORM B4110_VALIDATE_ONE_LINE.

           DISPLAY "EXPECTED: EFFECTIVE-TO BEFORE EFFECTIVE-FROM".
           DISPLAY "ACTUAL:   " WS_LINE_FAULT.
           IF WS_LINE_FAULT = "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_REPEATED_CODE_FAILS.
           DISPLAY 'A CODE ALREADY ON THE MASTER FAILS'.

           MOVE 2 TO WS_PROV_COUNT.
           MOVE "ABC S 20260101          ABC CLEARING"
               TO WS_PROV_ENTRY(1).
           MOVE "ABC S 20260101          ABC CLEARING AGAIN"
               TO WS_PROV_ENTRY(2).
           MOVE 2 TO WS_PROV_IDX.
           MOVE WS_PROV_ENTRY(2) TO WS_PROV_LINE.
           PERFORM B4110_VALIDATE_ONE_LINE.

           DISPLAY "EXPECTED: PROVIDER CODE REPEATED".
           DISPLAY "ACTUAL:   " WS_LINE_FAULT.
           IF WS_LINE_FAULT = "PROVIDER CODE REPEATED"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_ACTIVE_WITHOUT_CONTACT_FAILS.
           DISPLAY 'AN ACTIVE PROVIDER NEEDS AN ACK CONTACT'.

           MOVE 1 TO WS_PROV_COUNT.
           MOVE 1 TO WS_PROV_IDX.
           MOVE "XYZ A 20260101          XYZ PAYMENTS"
               TO WS_PROV_ENTRY(1).
           MOVE WS_PROV_ENTRY(1) TO WS_PROV_LINE.
           PERFORM B4110_VALIDATE_ONE_LINE.

           DISPLAY "EXPECTED: ACTIVE PROVIDER WITH NO ACK CONTACT".
           DISPLAY "ACTUAL:   " WS_LINE_FAULT.
           IF WS_LINE_FAULT = "ACTIVE PROVIDER WITH NO ACK CONTACT"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_PROV_COUNT.

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
