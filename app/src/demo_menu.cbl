       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-MENU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> operator authorization profiles operations maintains -
           *> one line per operator: id plus the actions that operator
           *> may take. The menu offers only the functions named here.
           SELECT DEMO_OPERATOR_PROFILES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPR_PROFILES_FILE_STATUS.

           *> sign-on passcodes - one line per operator: id, passcode.
           *> Kept apart from the profiles so the entitlement file can
           *> be listed and reviewed without exposing anyone's passcode
           SELECT DEMO_OPERATOR_PASSCODES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PASSCODES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PASSCODES_FILE_STATUS.

           *> one line when a session opens and one when it closes -
           *> DEMO-MANUAL honors MANUAL-ENTRY only for an operator
           *> with an open session here. Appended, never truncated.
           SELECT DEMO_OPERATOR_SESSIONS ASSIGN TO
                "../src/resources/DEMO_OPERATOR_SESSIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SESSIONS_FILE_STATUS.

           *> durable access log - sign-ons, refused sign-ons, sign-offs
           *> and idle time-outs go here beside the privileged actions
           SELECT DEMO_ACCESS_LOG ASSIGN TO
                "../src/resources/DEMO_ACCESS_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ACCESS_LOG_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
               05 OPR_ACTIONS               PIC X(72).

       FD DEMO_OPERATOR_PASSCODES.
           01 DEMO_OPERATOR_PASSCODES_RECORD.
               05 PASS_OPR_ID               PIC X(08).
               05 FILLER                    PIC X(01).
               05 PASS_PASSCODE             PIC X(10).

       FD DEMO_OPERATOR_SESSIONS.
           01 DEMO_OPERATOR_SESSIONS_RECORD.
               05 SESS_TOKEN                PIC X(16).
               05 FILLER                    PIC X(01).
               05 SESS_OPR_ID               PIC X(08).
               05 FILLER                    PIC X(01).
               05 SESS_TS                   PIC X(14).
               05 FILLER                    PIC X(01).
               05 SESS_STATE                PIC X(01).
               05 FILLER                    PIC X(01).
               05 SESS_REASON               PIC X(12).

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program is the operator's console front end over the
       *> interactive programs - DEMO-INQUIRY, DEMO-RUNINQ,
       *> DEMO-LIFECYCLE, DEMO-REPAIR, DEMO-MANUAL and DEMO-PENDING -
       *> each of which has its own argument convention. The
       *> operator signs on once with their id and the passcode on
       *> DEMO_OPERATOR_PASSCODES.DAT (three tries), and is offered
       *> only the functions their DEMO_OPERATOR_PROFILES.DAT line
       *> names:
       *>   INQUIRY      record lookup on the cross-reference
       *>   RUNINQ       what a load run touched
       *>   LIFECYCLE    one record's whole story
       *>   REPAIR       guided repair of the day's rejects
       *>   MANUAL-ENTRY dual-control manual entry
       *>   PENDING      the pending-items report
       *> Each function's inputs are prompted for in plain words and
       *> checked before the program is started. The program runs
       *> with DEMO_OPERATOR set to the signed-on id - whatever the
       *> shell had set is overwritten - and with DEMO_SESSION set to
       *> the session's token, which DEMO-MANUAL checks against
       *> DEMO_OPERATOR_SESSIONS.TXT before honoring MANUAL-ENTRY, so
       *> an access log line cannot name an operator who did not
       *> sign on. The token itself is never written down - the
       *> sessions file and the access log carry only its digest
       *> (B2120_DIGEST_TOKEN), which DEMO-MANUAL derives again from
       *> DEMO_SESSION. Every function started is noted on the
       *> sessions file as activity, and DEMO-MANUAL refuses a
       *> session idle longer than DEMO_MENU_IDLE_MINUTES.
       *> Sign-ons, refused sign-ons, sign-offs and idle time-outs
       *> go on DEMO_ACCESS_LOG.TXT. A line-mode console
       *> cannot interrupt a waiting prompt, so an answer keyed after
       *> DEMO_MENU_IDLE_MINUTES (default 15) of silence is thrown
       *> away and the session is signed off instead.

       *> example argument usage:

       *> sign on and work from the menu
       *>      ./demo_menu

       *> for running only unit tests
       *>      ./demo_menu TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_menu TEST
       *>      ./demo_menu TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_OPR_PROFILES_FILE_STATUS      PIC X(02) VALUE "00".
       01 WS_PASSCODES_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_SESSIONS_FILE_STATUS          PIC X(02) VALUE "00".
       01 WS_ACCESS_LOG_FILE_STATUS        PIC X(02) VALUE "00".

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

       *> sign-on
       01  WS_SIGNON_ATTEMPT_MAX           PIC 9(01) VALUE 3.
       01  WS_SIGNON_ATTEMPTS              PIC 9(01) VALUE ZERO.
       01  WS_SIGNED_ON                    PIC X(01) VALUE 'F'.
           88  WS_SIGNED_ON_FALSE              VALUE 'F'.
           88  WS_SIGNED_ON_TRUE               VALUE 'T'.
       01  WS_OPERATOR_ID                  PIC X(08) VALUE SPACES.
       01  WS_KEYED_PASSCODE               PIC X(10) VALUE SPACES.
       01  WS_SIGNON_REFUSAL               PIC X(40) VALUE SPACES.
       01  WS_PASSCODE_MATCH               PIC X(01) VALUE 'F'.
           88  WS_PASSCODE_MATCH_FALSE         VALUE 'F'.
           88  WS_PASSCODE_MATCH_TRUE          VALUE 'T'.
       01  WS_PASSCODE_ON_FILE             PIC X(01) VALUE 'F'.
           88  WS_PASSCODE_ON_FILE_FALSE       VALUE 'F'.
           88  WS_PASSCODE_ON_FILE_TRUE        VALUE 'T'.
       01  WS_PROFILE_FOUND                PIC X(01) VALUE 'F'.
           88  WS_PROFILE_FOUND_FALSE          VALUE 'F'.
           88  WS_PROFILE_FOUND_TRUE           VALUE 'T'.
       01  WS_FILE_EOF                     PIC X(01) VALUE 'N'.

       *> the signed-on operator's profile actions
       01  WS_OPR_TOKENS.
           05  WS_OPR_TOKEN OCCURS 8 TIMES PIC X(18).
       01  WS_OPR_TOKEN_IDX                PIC 9(02) VALUE ZERO.

       *> the session
       01  WS_SESSION_TOKEN                PIC X(16) VALUE SPACES.
       01  WS_SESSION_ENDED                PIC X(01) VALUE 'F'.
           88  WS_SESSION_ENDED_FALSE          VALUE 'F'.
           88  WS_SESSION_ENDED_TRUE           VALUE 'T'.
       01  WS_SESSION_LINE.
           05  WS_SL_TOKEN                 PIC X(16).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SL_OPR_ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SL_TS                    PIC X(14).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SL_STATE                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SL_REASON                PIC X(12).
       *> the token's seed folds in the passcode just keyed and the
       *> hundredths of a second the sign-on prompts went up and were
       *> answered - none of which is in the token itself
       01  WS_RANDOM_SEED                  PIC 9(08) VALUE ZERO.
       01  WS_RANDOM_DIGITS                PIC 9(08) VALUE ZERO.
       01  WS_SEED_IDX                     PIC 9(02) VALUE ZERO.
       01  WS_KEYING_STARTED               PIC 9(08) VALUE ZERO.
       01  WS_KEYING_ENDED                 PIC 9(08) VALUE ZERO.
       *> what the sessions file and the access log carry in place
       *> of the token - two lanes folded over the token's digits,
       *> see B2120_DIGEST_TOKEN (DEMO-MANUAL's B7506 is the same)
       01  WS_SESSION_DIGEST.
           05  WS_DIGEST_LANE_A            PIC 9(08) VALUE ZERO.
           05  WS_DIGEST_LANE_B            PIC 9(08) VALUE ZERO.
       01  WS_DIGEST_IDX                   PIC 9(02) VALUE ZERO.
       01  WS_DIGEST_POS                   PIC 9(02) VALUE ZERO.
       01  WS_DIGEST_CHAR                  PIC 9(03) VALUE ZERO.

       *> the functions the menu knows, in the order it offers them
       01  WS_FUNCTION_DATA.
           05  FILLER PIC X(18) VALUE "INQUIRY".
           05  FILLER PIC X(20) VALUE "demo_inquiry".
           05  FILLER PIC X(36) VALUE
                   "LOOK UP A RECORD".
           05  FILLER PIC X(18) VALUE "RUNINQ".
           05  FILLER PIC X(20) VALUE "demo_runinq".
           05  FILLER PIC X(36) VALUE
                   "SEE WHAT A LOAD RUN DID".
           05  FILLER PIC X(18) VALUE "LIFECYCLE".
           05  FILLER PIC X(20) VALUE "demo_lifecycle".
           05  FILLER PIC X(36) VALUE
                   "SHOW A RECORD'S WHOLE HISTORY".
           05  FILLER PIC X(18) VALUE "REPAIR".
           05  FILLER PIC X(20) VALUE "demo_repair".
           05  FILLER PIC X(36) VALUE
                   "REPAIR REJECTED RECORDS".
           05  FILLER PIC X(18) VALUE "MANUAL-ENTRY".
           05  FILLER PIC X(20) VALUE "demo_manual".
           05  FILLER PIC X(36) VALUE
                   "KEY A MANUAL ADJUSTMENT".
           05  FILLER PIC X(18) VALUE "PENDING".
           05  FILLER PIC X(20) VALUE "demo_pending".
           05  FILLER PIC X(36) VALUE
                   "LIST PENDING ITEMS".
       01  WS_FUNCTION_TABLE REDEFINES WS_FUNCTION_DATA.
           05  WS_FUNCTION_ENTRY OCCURS 6 TIMES.
               10  WS_FUNCTION_ACTION      PIC X(18).
               10  WS_FUNCTION_PROGRAM     PIC X(20).
               10  WS_FUNCTION_TITLE       PIC X(36).
       01  WS_FUNCTION_COUNT               PIC 9(01) VALUE 6.
       01  WS_FUNCTION_IDX                 PIC 9(01) VALUE ZERO.

       *> the menu as offered to this operator - line n runs
       *> function WS_MENU_FUNCTION(n)
       01  WS_MENU_COUNT                   PIC 9(01) VALUE ZERO.
       01  WS_MENU_TABLE.
           05  WS_MENU_FUNCTION OCCURS 6 TIMES PIC 9(01).
       01  WS_MENU_IDX                     PIC 9(01) VALUE ZERO.
       01  WS_MENU_CHOICE                  PIC 9(01) VALUE ZERO.
       01  WS_ACTION_PERMITTED             PIC X(01) VALUE 'F'.
           88  WS_ACTION_PERMITTED_FALSE       VALUE 'F'.
           88  WS_ACTION_PERMITTED_TRUE        VALUE 'T'.
       01  WS_CHECK_ACTION                 PIC X(18) VALUE SPACES.

       *> answers and the idle clock - seconds since midnight when
       *> the prompt went up and when the answer came back
       01  WS_ANSWER                       PIC X(40) VALUE SPACES.
       01  WS_IDLE_TEXT                    PIC X(05) VALUE SPACES.
       01  WS_IDLE_RJUST                   PIC X(05) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_IDLE_MINUTES                 PIC 9(05) VALUE 15.
       01  WS_IDLE_LIMIT_SECONDS           PIC 9(07) VALUE ZERO.
       01  WS_PROMPT_DATE                  PIC X(08) VALUE SPACES.
       01  WS_PROMPT_SECONDS               PIC 9(07) VALUE ZERO.
       01  WS_ANSWER_DATE                  PIC X(08) VALUE SPACES.
       01  WS_ANSWER_SECONDS               PIC 9(07) VALUE ZERO.
       01  WS_NOW_SECONDS                  PIC 9(07) VALUE ZERO.
       01  WS_ELAPSED_SECONDS              PIC 9(07) VALUE ZERO.
       01  WS_TIMED_OUT                    PIC X(01) VALUE 'F'.
           88  WS_TIMED_OUT_FALSE              VALUE 'F'.
           88  WS_TIMED_OUT_TRUE               VALUE 'T'.

       *> the function about to run
       01  WS_FUNCTION_READY               PIC X(01) VALUE 'F'.
           88  WS_FUNCTION_READY_FALSE         VALUE 'F'.
           88  WS_FUNCTION_READY_TRUE          VALUE 'T'.
       01  WS_FUNCTION_ARGS                PIC X(40) VALUE SPACES.
       01  WS_INPUT_DATE                   PIC X(08) VALUE SPACES.
       01  WS_INPUT_STRING                 PIC X(06) VALUE SPACES.
       01  WS_INPUT_SOURCE                 PIC X(03) VALUE SPACES.
       01  WS_INPUT_RUN_ID                 PIC X(14) VALUE SPACES.
       01  WS_INPUT_PROVIDER_REF           PIC X(20) VALUE SPACES.
       01  WS_INPUT_QUOTE_COUNT            PIC 9(02) VALUE ZERO.
       01  WS_KEY_TEXT_LEN                 PIC 9(02) VALUE ZERO.
       01  WS_KEY_CHAR_IDX                 PIC 9(02) VALUE ZERO.
       01  WS_KEY_TEXT_VALID               PIC X(01) VALUE 'F'.
           88  WS_KEY_TEXT_VALID_FALSE         VALUE 'F'.
           88  WS_KEY_TEXT_VALID_TRUE          VALUE 'T'.
       01  WS_REPAIR_DATE                  PIC X(08) VALUE SPACES.
       01  WS_PROGRAM_PATH                 PIC X(30) VALUE SPACES.
       01  WS_PROGRAM_DETAILS              PIC X(16) VALUE SPACES.
       01  WS_PROGRAM_EXIST_STATUS         PIC 9(09) COMP VALUE ZERO.
       01  WS_FUNCTION_COMMAND             PIC X(80) VALUE SPACES.
       01  WS_SYSTEM_STATUS                PIC S9(09) COMP VALUE ZERO.
       01  WS_FUNCTION_RC                  PIC 9(03) VALUE ZERO.
       01  WS_EXIT_REMAINDER               PIC 9(09) COMP VALUE ZERO.

       *> access log - the same line every privileged program writes
       01  WS_AUTH_ACTION                  PIC X(18) VALUE SPACES.
       01  WS_AUTH_TARGET                  PIC X(40) VALUE SPACES.
       01  WS_ACCESS_LOG_LINE.
           05  WS_ACCESS_LOG_TS             PIC X(14).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_OPERATOR       PIC X(08).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_ACTION         PIC X(18).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ACCESS_LOG_TARGET         PIC X(40).
           05  FILLER                       PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           ACCEPT WS_PARAMS FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

           IF NOT WS_PARAMS_TEST

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           PERFORM B1010_SET_IDLE_LIMIT
           PERFORM B2000_SIGN_ON

           IF WS_SIGNED_ON_FALSE
               DISPLAY "*** SIGN-ON FAILED " WS_SIGNON_ATTEMPT_MAX
                   " TIMES - SESSION ENDED ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM B2100_OPEN_SESSION
               PERFORM B3000_BUILD_MENU
               IF WS_MENU_COUNT = ZERO
                   DISPLAY "YOUR PROFILE PERMITS NONE OF THE MENU "
                       "FUNCTIONS - ASK OPERATIONS TO REVIEW IT"
                   MOVE "SIGN-OFF" TO WS_AUTH_ACTION
                   MOVE "NO MENU FUNCTIONS PERMITTED" TO WS_AUTH_TARGET
                   PERFORM B2900_CLOSE_SESSION
               END-IF
               PERFORM B3100_MENU_CYCLE UNTIL WS_SESSION_ENDED_TRUE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           EXIT.

       B1010_SET_IDLE_LIMIT.
           MOVE SPACES TO WS_IDLE_TEXT
           ACCEPT WS_IDLE_TEXT FROM ENVIRONMENT "DEMO_MENU_IDLE_MINUTES"
           MOVE WS_IDLE_TEXT TO WS_IDLE_RJUST
           INSPECT WS_IDLE_RJUST REPLACING LEADING SPACE BY ZERO
           IF WS_IDLE_RJUST IS NUMERIC AND WS_IDLE_RJUST > ZERO
               MOVE WS_IDLE_RJUST TO WS_IDLE_MINUTES
           END-IF
           COMPUTE WS_IDLE_LIMIT_SECONDS = WS_IDLE_MINUTES * 60.

           EXIT.

       *> SIGN-ON

       *> the refusal the operator sees never says which half was
       *> wrong - the access log line does
       B2000_SIGN_ON.
           SET WS_SIGNED_ON_FALSE TO TRUE
           MOVE ZERO TO WS_SIGNON_ATTEMPTS

           PERFORM UNTIL WS_SIGNED_ON_TRUE
                       OR WS_SIGNON_ATTEMPTS >= WS_SIGNON_ATTEMPT_MAX
               ADD 1 TO WS_SIGNON_ATTEMPTS
               PERFORM B2010_SIGN_ON_ATTEMPT
           END-PERFORM.

           EXIT.

       B2010_SIGN_ON_ATTEMPT.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_TIME TO WS_KEYING_STARTED
           DISPLAY "OPERATOR ID:"
           MOVE SPACES TO WS_OPERATOR_ID
           ACCEPT WS_OPERATOR_ID
           DISPLAY "PASSCODE:"
           MOVE SPACES TO WS_KEYED_PASSCODE
           ACCEPT WS_KEYED_PASSCODE
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_TIME TO WS_KEYING_ENDED

           MOVE SPACES TO WS_SIGNON_REFUSAL
           IF WS_OPERATOR_ID = SPACES
               MOVE "NO OPERATOR ID KEYED" TO WS_SIGNON_REFUSAL
           ELSE
               PERFORM B2020_CHECK_PASSCODE
               EVALUATE TRUE
                   WHEN WS_PASSCODE_ON_FILE_FALSE
                       MOVE "NO PASSCODE ON FILE" TO WS_SIGNON_REFUSAL
                   WHEN WS_PASSCODE_MATCH_FALSE
                       MOVE "WRONG PASSCODE" TO WS_SIGNON_REFUSAL
                   WHEN OTHER
                       PERFORM B2030_LOAD_PROFILE
                       IF WS_PROFILE_FOUND_FALSE
                           MOVE "NO OPERATOR PROFILE"
                               TO WS_SIGNON_REFUSAL
                       END-IF
               END-EVALUATE
           END-IF

           IF WS_SIGNON_REFUSAL = SPACES
               SET WS_SIGNED_ON_TRUE TO TRUE
           ELSE
               DISPLAY "*** SIGN-ON REFUSED - CHECK YOUR OPERATOR ID "
                   "AND PASSCODE ***"
               MOVE "SIGNON-FAILED" TO WS_AUTH_ACTION
               MOVE WS_SIGNON_REFUSAL TO WS_AUTH_TARGET
               PERFORM B7510_WRITE_ACCESS_LOG
           END-IF.

           EXIT.

       *> a blank passcode on file never matches - an operator line
       *> with no passcode cannot sign on at all
       B2020_CHECK_PASSCODE.
           SET WS_PASSCODE_ON_FILE_FALSE TO TRUE
           SET WS_PASSCODE_MATCH_FALSE TO TRUE
           MOVE 'N' TO WS_FILE_EOF

           OPEN INPUT DEMO_OPERATOR_PASSCODES
           IF WS_PASSCODES_FILE_STATUS = "00"
               PERFORM UNTIL WS_FILE_EOF = 'Y'
                                   OR WS_PASSCODE_ON_FILE_TRUE
                   READ DEMO_OPERATOR_PASSCODES
                       AT END
                           MOVE 'Y' TO WS_FILE_EOF
                       NOT AT END
                           IF PASS_OPR_ID = WS_OPERATOR_ID
                                   AND PASS_PASSCODE NOT = SPACES
                               SET WS_PASSCODE_ON_FILE_TRUE TO TRUE
                               IF PASS_PASSCODE = WS_KEYED_PASSCODE
                                   SET WS_PASSCODE_MATCH_TRUE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_OPERATOR_PASSCODES
           ELSE
               DISPLAY "*** DEMO_OPERATOR_PASSCODES.DAT NOT ON FILE "
                   "- NOBODY CAN SIGN ON ***"
           END-IF.

           EXIT.

       B2030_LOAD_PROFILE.
           SET WS_PROFILE_FOUND_FALSE TO TRUE
           MOVE SPACES TO WS_OPR_TOKENS
           MOVE 'N' TO WS_FILE_EOF

           OPEN INPUT DEMO_OPERATOR_PROFILES
           IF WS_OPR_PROFILES_FILE_STATUS = "00"
               PERFORM UNTIL WS_FILE_EOF = 'Y'
                                   OR WS_PROFILE_FOUND_TRUE
                   READ DEMO_OPERATOR_PROFILES
                       AT END
                           MOVE 'Y' TO WS_FILE_EOF
                       NOT AT END
                           IF OPR_ID = WS_OPERATOR_ID
                               SET WS_PROFILE_FOUND_TRUE TO TRUE
                               UNSTRING OPR_ACTIONS
                                   DELIMITED BY ALL SPACES
                                   INTO WS_OPR_TOKEN(1) WS_OPR_TOKEN(2)
                                        WS_OPR_TOKEN(3) WS_OPR_TOKEN(4)
                                        WS_OPR_TOKEN(5) WS_OPR_TOKEN(6)
                                        WS_OPR_TOKEN(7) WS_OPR_TOKEN(8)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_OPERATOR_PROFILES
           ELSE
               DISPLAY "*** DEMO_OPERATOR_PROFILES.DAT NOT ON "
                   "FILE - NO FUNCTION IS OFFERED ***"
           END-IF.

           EXIT.

       *> SESSION

       *> the token is sixteen random digits, and goes to the child
       *> programs through the environment along with the signed-on
       *> id - a DEMO_OPERATOR the operator set for themselves is
       *> overwritten here. Only the token's digest is written down.
       B2100_OPEN_SESSION.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           PERFORM B2110_SEED_TOKEN
           COMPUTE WS_RANDOM_DIGITS =
               FUNCTION RANDOM(WS_RANDOM_SEED) * 100000000
           MOVE SPACES TO WS_SESSION_TOKEN
           MOVE WS_RANDOM_DIGITS TO WS_SESSION_TOKEN(1:8)
           COMPUTE WS_RANDOM_DIGITS = FUNCTION RANDOM * 100000000
           MOVE WS_RANDOM_DIGITS TO WS_SESSION_TOKEN(9:8)
           PERFORM B2120_DIGEST_TOKEN

           MOVE 'O' TO WS_SL_STATE
           MOVE "SIGN-ON" TO WS_SL_REASON
           PERFORM B2190_WRITE_SESSION_LINE

           DISPLAY "DEMO_OPERATOR" UPON ENVIRONMENT-NAME
           DISPLAY WS_OPERATOR_ID UPON ENVIRONMENT-VALUE
           DISPLAY "DEMO_SESSION" UPON ENVIRONMENT-NAME
           DISPLAY WS_SESSION_TOKEN UPON ENVIRONMENT-VALUE

           SET WS_SESSION_ENDED_FALSE TO TRUE
           MOVE "SIGNON" TO WS_AUTH_ACTION
           MOVE SPACES TO WS_AUTH_TARGET
           STRING "SESSION " DELIMITED BY SIZE,
               WS_SESSION_DIGEST DELIMITED BY SIZE
           INTO WS_AUTH_TARGET
           PERFORM B7510_WRITE_ACCESS_LOG

           DISPLAY "SIGNED ON AS " WS_OPERATOR_ID.

           EXIT.

       *> the passcode is folded in a character at a time, then the
       *> two keying times - and the passcode is forgotten
       B2110_SEED_TOKEN.
           MOVE ZERO TO WS_RANDOM_SEED
           MOVE ZERO TO WS_SEED_IDX
           PERFORM UNTIL WS_SEED_IDX >= 10
               ADD 1 TO WS_SEED_IDX
               COMPUTE WS_RANDOM_SEED = FUNCTION MOD(
                   WS_RANDOM_SEED * 131
                   + FUNCTION ORD(WS_KEYED_PASSCODE(WS_SEED_IDX:1)),
                   99999989)
           END-PERFORM
           COMPUTE WS_RANDOM_SEED = FUNCTION MOD(
               WS_RANDOM_SEED * 7919 + WS_KEYING_STARTED
               + WS_KEYING_ENDED + WS_CURRENT_MILLISECONDS,
               99999989)
           MOVE SPACES TO WS_KEYED_PASSCODE.

           EXIT.

       *> WS_SESSION_TOKEN -> WS_SESSION_DIGEST. Each lane squares
       *> what it has so far before taking in the next digit, twice
       *> over the token, so the digest cannot be run backwards to a
       *> token. DEMO-MANUAL's B7506_DIGEST_TOKEN must stay the same.
       B2120_DIGEST_TOKEN.
           MOVE 13579 TO WS_DIGEST_LANE_A
           MOVE 24680 TO WS_DIGEST_LANE_B
           MOVE ZERO TO WS_DIGEST_IDX
           PERFORM UNTIL WS_DIGEST_IDX >= 32
               ADD 1 TO WS_DIGEST_IDX
               COMPUTE WS_DIGEST_POS =
                   FUNCTION MOD(WS_DIGEST_IDX - 1, 16) + 1
               COMPUTE WS_DIGEST_CHAR =
                   FUNCTION ORD(WS_SESSION_TOKEN(WS_DIGEST_POS:1))
               COMPUTE WS_DIGEST_LANE_A = FUNCTION MOD(
                   WS_DIGEST_LANE_A * WS_DIGEST_LANE_A
                   + WS_DIGEST_CHAR * 7919 + WS_DIGEST_IDX,
                   99999989)
               COMPUTE WS_DIGEST_LANE_B = FUNCTION MOD(
                   WS_DIGEST_LANE_B * WS_DIGEST_LANE_B
                   + WS_DIGEST_CHAR * 104729 + WS_DIGEST_LANE_A,
                   99999971)
           END-PERFORM.

           EXIT.

       *> WS_AUTH_ACTION / WS_AUTH_TARGET say why the session ended
       B2900_CLOSE_SESSION.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE 'C' TO WS_SL_STATE
           MOVE WS_AUTH_ACTION TO WS_SL_REASON
           PERFORM B2190_WRITE_SESSION_LINE
           PERFORM B7510_WRITE_ACCESS_LOG

           MOVE SPACES TO WS_SESSION_TOKEN
           MOVE ZERO TO WS_DIGEST_LANE_A WS_DIGEST_LANE_B
           DISPLAY "DEMO_SESSION" UPON ENVIRONMENT-NAME
           DISPLAY WS_SESSION_TOKEN UPON ENVIRONMENT-VALUE
           SET WS_SESSION_ENDED_TRUE TO TRUE
           DISPLAY "SIGNED OFF " WS_OPERATOR_ID.

           EXIT.

       *> WS_SL_STATE 'O' sign-on, 'A' a function started, 'C' the
       *> close - the token goes down as its digest only
       B2190_WRITE_SESSION_LINE.
           MOVE WS_SESSION_DIGEST TO WS_SL_TOKEN
           MOVE WS_OPERATOR_ID TO WS_SL_OPR_ID
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_SL_TS

           OPEN EXTEND DEMO_OPERATOR_SESSIONS
           IF WS_SESSIONS_FILE_STATUS = "05"
                               OR WS_SESSIONS_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_OPERATOR_SESSIONS
           END-IF
           WRITE DEMO_OPERATOR_SESSIONS_RECORD FROM WS_SESSION_LINE
           CLOSE DEMO_OPERATOR_SESSIONS.

           EXIT.

       *> MENU

       *> offers each known function whose profile action the
       *> operator holds, numbered from 1 in the table's order
       B3000_BUILD_MENU.
           MOVE ZERO TO WS_MENU_COUNT
           MOVE ZERO TO WS_FUNCTION_IDX

           PERFORM UNTIL WS_FUNCTION_IDX >= WS_FUNCTION_COUNT
               ADD 1 TO WS_FUNCTION_IDX
               MOVE WS_FUNCTION_ACTION(WS_FUNCTION_IDX)
                   TO WS_CHECK_ACTION
               PERFORM B3010_CHECK_ACTION_HELD
               IF WS_ACTION_PERMITTED_TRUE
                   ADD 1 TO WS_MENU_COUNT
                   MOVE WS_FUNCTION_IDX
                       TO WS_MENU_FUNCTION(WS_MENU_COUNT)
               END-IF
           END-PERFORM.

           EXIT.

       B3010_CHECK_ACTION_HELD.
           SET WS_ACTION_PERMITTED_FALSE TO TRUE
           MOVE ZERO TO WS_OPR_TOKEN_IDX

           PERFORM UNTIL WS_OPR_TOKEN_IDX >= 8
                               OR WS_ACTION_PERMITTED_TRUE
               ADD 1 TO WS_OPR_TOKEN_IDX
               IF WS_OPR_TOKEN(WS_OPR_TOKEN_IDX) = WS_CHECK_ACTION
                   SET WS_ACTION_PERMITTED_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       B3100_MENU_CYCLE.
           DISPLAY " "
           DISPLAY "=== DEMO OPERATOR MENU - " WS_OPERATOR_ID " ==="
           MOVE ZERO TO WS_MENU_IDX
           PERFORM UNTIL WS_MENU_IDX >= WS_MENU_COUNT
               ADD 1 TO WS_MENU_IDX
               MOVE WS_MENU_FUNCTION(WS_MENU_IDX) TO WS_FUNCTION_IDX
               DISPLAY "  " WS_MENU_IDX "  "
                   WS_FUNCTION_TITLE(WS_FUNCTION_IDX)
           END-PERFORM
           DISPLAY "  X  SIGN OFF"
           DISPLAY "TYPE THE NUMBER OF WHAT YOU WANT TO DO:"

           PERFORM B6000_ACCEPT_ANSWER
           IF WS_TIMED_OUT_FALSE
               EVALUATE TRUE
                   WHEN WS_ANSWER = 'X' OR WS_ANSWER = 'x'
                       MOVE "SIGN-OFF" TO WS_AUTH_ACTION
                       MOVE SPACES TO WS_AUTH_TARGET
                       PERFORM B2900_CLOSE_SESSION
                   WHEN WS_ANSWER(1:1) IS NUMERIC
                           AND WS_ANSWER(2:39) = SPACES
                       MOVE WS_ANSWER(1:1) TO WS_MENU_CHOICE
                       IF WS_MENU_CHOICE >= 1
                               AND WS_MENU_CHOICE <= WS_MENU_COUNT
                           MOVE WS_MENU_FUNCTION(WS_MENU_CHOICE)
                               TO WS_FUNCTION_IDX
                           PERFORM B4000_RUN_FUNCTION
                       ELSE
                           DISPLAY "THAT NUMBER IS NOT ON THE MENU"
                       END-IF
                   WHEN OTHER
                       DISPLAY "THAT IS NOT ONE OF THE CHOICES"
               END-EVALUATE
           END-IF.

           EXIT.

       *> FUNCTIONS

       *> WS_FUNCTION_IDX names the function - its inputs are asked
       *> for and checked first, and nothing runs if any is wrong
       B4000_RUN_FUNCTION.
           SET WS_FUNCTION_READY_TRUE TO TRUE
           MOVE SPACES TO WS_FUNCTION_ARGS

           EVALUATE WS_FUNCTION_ACTION(WS_FUNCTION_IDX)
               WHEN "INQUIRY"
                   PERFORM B4100_ASK_INQUIRY
               WHEN "RUNINQ"
                   PERFORM B4200_ASK_RUNINQ
               WHEN "LIFECYCLE"
                   PERFORM B4300_ASK_LIFECYCLE
               WHEN "REPAIR"
                   PERFORM B4400_ASK_REPAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS_FUNCTION_READY_TRUE AND WS_TIMED_OUT_FALSE
               PERFORM B4900_LAUNCH_FUNCTION
           END-IF.

           EXIT.

       B4100_ASK_INQUIRY.
           MOVE SPACES TO WS_INPUT_PROVIDER_REF
           DISPLAY "LOOK UP BY THE PROVIDER'S TRANSACTION REFERENCE?"
               " (Y/N):"
           PERFORM B6000_ACCEPT_ANSWER
           IF WS_TIMED_OUT_TRUE
               SET WS_FUNCTION_READY_FALSE TO TRUE
           ELSE
               IF WS_ANSWER = 'Y' OR WS_ANSWER = 'y'
                   PERFORM B4105_ASK_INQUIRY_REF
               ELSE
                   PERFORM B4101_ASK_INQUIRY_RECORD
               END-IF
           END-IF.

           EXIT.

       B4101_ASK_INQUIRY_RECORD.
           PERFORM B4010_ASK_RECORD_DATE
           IF WS_FUNCTION_READY_TRUE
               DISPLAY "RECORD STRING (6 CHARACTERS, E.G. 22B007), OR"
                   " LEAVE BLANK FOR EVERY RECORD ON THAT DATE:"
               PERFORM B6000_ACCEPT_ANSWER
               MOVE SPACES TO WS_INPUT_STRING
               MOVE SPACES TO WS_INPUT_SOURCE
               IF WS_TIMED_OUT_TRUE
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   IF WS_ANSWER NOT = SPACES
                       PERFORM B4102_TAKE_INQUIRY_STRING
                   END-IF
               END-IF
               IF WS_FUNCTION_READY_TRUE
                   PERFORM B4110_BUILD_INQUIRY_KEY
               END-IF
           END-IF.

           EXIT.

       B4102_TAKE_INQUIRY_STRING.
           MOVE 6 TO WS_KEY_TEXT_LEN
           PERFORM B4020_CHECK_KEY_TEXT
           IF WS_KEY_TEXT_VALID_FALSE
               DISPLAY "A RECORD STRING IS 6 LETTERS OR DIGITS - "
                   "NOTHING RUN"
               SET WS_FUNCTION_READY_FALSE TO TRUE
           ELSE
               MOVE WS_ANSWER(1:6) TO WS_INPUT_STRING
               DISPLAY "SOURCE SYSTEM (3 CHARACTERS), OR LEAVE "
                   "BLANK FOR EVERY SOURCE:"
               PERFORM B6000_ACCEPT_ANSWER
               IF WS_TIMED_OUT_TRUE
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   IF WS_ANSWER NOT = SPACES
                       MOVE 3 TO WS_KEY_TEXT_LEN
                       PERFORM B4020_CHECK_KEY_TEXT
                       IF WS_KEY_TEXT_VALID_FALSE
                           DISPLAY "A SOURCE SYSTEM IS 3 LETTERS OR "
                               "DIGITS - NOTHING RUN"
                           SET WS_FUNCTION_READY_FALSE TO TRUE
                       ELSE
                           MOVE WS_ANSWER(1:3) TO WS_INPUT_SOURCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> the reference is the operator's free text and goes onto
       *> the command line, so it is passed in single quotes and one
       *> holding a quote of its own is refused
       B4105_ASK_INQUIRY_REF.
           DISPLAY "TRANSACTION REFERENCE (UP TO 20 CHARACTERS):"
           PERFORM B6000_ACCEPT_ANSWER
           MOVE WS_ANSWER(1:20) TO WS_INPUT_PROVIDER_REF
           MOVE ZERO TO WS_INPUT_QUOTE_COUNT
           INSPECT WS_INPUT_PROVIDER_REF
               TALLYING WS_INPUT_QUOTE_COUNT FOR ALL "'"
           IF WS_TIMED_OUT_TRUE
               SET WS_FUNCTION_READY_FALSE TO TRUE
           ELSE
               IF WS_INPUT_PROVIDER_REF = SPACES
                   DISPLAY "A TRANSACTION REFERENCE IS NEEDED - "
                       "NOTHING RUN"
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   IF WS_INPUT_QUOTE_COUNT > ZERO
                       DISPLAY "A TRANSACTION REFERENCE CANNOT HOLD A "
                           "QUOTE - NOTHING RUN"
                       SET WS_FUNCTION_READY_FALSE TO TRUE
                   ELSE
                       PERFORM B4110_BUILD_INQUIRY_KEY
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> DEMO-INQUIRY's key is date, date+string or
       *> date+string+source run together, or REF and the
       *> transaction reference as a second argument
       B4110_BUILD_INQUIRY_KEY.
           MOVE SPACES TO WS_FUNCTION_ARGS
           IF WS_INPUT_PROVIDER_REF NOT = SPACES
               STRING "REF '" DELIMITED BY SIZE,
                   WS_INPUT_PROVIDER_REF DELIMITED BY SIZE,
                   "'" DELIMITED BY SIZE
               INTO WS_FUNCTION_ARGS
           ELSE
               MOVE WS_INPUT_DATE TO WS_FUNCTION_ARGS(1:8)
               IF WS_INPUT_STRING NOT = SPACES
                   MOVE WS_INPUT_STRING TO WS_FUNCTION_ARGS(9:6)
                   IF WS_INPUT_SOURCE NOT = SPACES
                       MOVE WS_INPUT_SOURCE TO WS_FUNCTION_ARGS(15:3)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4200_ASK_RUNINQ.
           DISPLAY "RUN ID (14 DIGITS, YYYYMMDDHHMMSS - THE LOAD "
               "RUN'S START TIME):"
           PERFORM B6000_ACCEPT_ANSWER
           MOVE WS_ANSWER(1:14) TO WS_INPUT_RUN_ID
           IF WS_TIMED_OUT_FALSE
               IF WS_INPUT_RUN_ID NOT NUMERIC
                   DISPLAY "A RUN ID IS 14 DIGITS - NOTHING RUN"
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   MOVE WS_INPUT_RUN_ID TO WS_FUNCTION_ARGS
                   DISPLAY "LIST EVERY RECORD THE RUN TOUCHED AS WELL?"
                       " (Y/N):"
                   PERFORM B6000_ACCEPT_ANSWER
                   IF WS_ANSWER = 'Y' OR WS_ANSWER = 'y'
                       MOVE "DETAIL" TO WS_FUNCTION_ARGS(16:6)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4300_ASK_LIFECYCLE.
           PERFORM B4010_ASK_RECORD_DATE
           IF WS_FUNCTION_READY_TRUE
               DISPLAY "RECORD STRING (6 CHARACTERS, E.G. 22B007):"
               PERFORM B6000_ACCEPT_ANSWER
               IF WS_TIMED_OUT_TRUE
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   MOVE 6 TO WS_KEY_TEXT_LEN
                   PERFORM B4020_CHECK_KEY_TEXT
                   IF WS_ANSWER = SPACES
                       DISPLAY "A RECORD STRING IS NEEDED - NOTHING "
                           "RUN"
                       SET WS_FUNCTION_READY_FALSE TO TRUE
                   ELSE
                       IF WS_KEY_TEXT_VALID_FALSE
                           DISPLAY "A RECORD STRING IS 6 LETTERS OR "
                               "DIGITS - NOTHING RUN"
                           SET WS_FUNCTION_READY_FALSE TO TRUE
                       ELSE
                           MOVE WS_ANSWER(1:6) TO WS_INPUT_STRING
                           MOVE WS_INPUT_DATE TO WS_FUNCTION_ARGS(1:8)
                           MOVE WS_INPUT_STRING
                               TO WS_FUNCTION_ARGS(9:6)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> DEMO-REPAIR takes the generation date from the environment
       *> rather than an argument - blank is today's
       B4400_ASK_REPAIR.
           DISPLAY "WHICH DAY'S REJECTS (YYYYMMDD), OR LEAVE BLANK "
               "FOR TODAY'S:"
           PERFORM B6000_ACCEPT_ANSWER
           MOVE WS_ANSWER(1:8) TO WS_REPAIR_DATE
           IF WS_TIMED_OUT_FALSE
               IF WS_REPAIR_DATE NOT = SPACES
                       AND WS_REPAIR_DATE NOT NUMERIC
                   DISPLAY "A DATE IS 8 DIGITS - NOTHING RUN"
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               ELSE
                   DISPLAY "DEMO_REPAIR_DATE" UPON ENVIRONMENT-NAME
                   DISPLAY WS_REPAIR_DATE UPON ENVIRONMENT-VALUE
               END-IF
           END-IF.

           EXIT.

       B4010_ASK_RECORD_DATE.
           DISPLAY "RECORD DATE (YYYYMMDD):"
           PERFORM B6000_ACCEPT_ANSWER
           MOVE WS_ANSWER(1:8) TO WS_INPUT_DATE
           IF WS_TIMED_OUT_TRUE
               SET WS_FUNCTION_READY_FALSE TO TRUE
           ELSE
               IF WS_INPUT_DATE NOT NUMERIC
                   DISPLAY "A DATE IS 8 DIGITS - NOTHING RUN"
                   SET WS_FUNCTION_READY_FALSE TO TRUE
               END-IF
           END-IF.

           EXIT.

       *> a record string or source system goes onto the command
       *> line as it stands, so the answer must be exactly
       *> WS_KEY_TEXT_LEN letters or digits and nothing after them -
       *> anything else could be read by the shell
       B4020_CHECK_KEY_TEXT.
           SET WS_KEY_TEXT_VALID_TRUE TO TRUE
           IF WS_ANSWER(WS_KEY_TEXT_LEN + 1:) NOT = SPACES
               SET WS_KEY_TEXT_VALID_FALSE TO TRUE
           END-IF

           MOVE ZERO TO WS_KEY_CHAR_IDX
           PERFORM UNTIL WS_KEY_CHAR_IDX >= WS_KEY_TEXT_LEN
                               OR WS_KEY_TEXT_VALID_FALSE
               ADD 1 TO WS_KEY_CHAR_IDX
               IF WS_ANSWER(WS_KEY_CHAR_IDX:1) = SPACE
                       OR (WS_ANSWER(WS_KEY_CHAR_IDX:1) NOT ALPHABETIC
                       AND WS_ANSWER(WS_KEY_CHAR_IDX:1) NOT NUMERIC)
                   SET WS_KEY_TEXT_VALID_FALSE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> runs from the compiled programs' directory, which is where
       *> their "../src/resources" file names resolve from
       B4900_LAUNCH_FUNCTION.
           MOVE SPACES TO WS_PROGRAM_PATH
           STRING "./" DELIMITED BY SIZE,
               WS_FUNCTION_PROGRAM(WS_FUNCTION_IDX) DELIMITED BY SPACE
           INTO WS_PROGRAM_PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS_PROGRAM_PATH
               WS_PROGRAM_DETAILS
               RETURNING WS_PROGRAM_EXIST_STATUS
           END-CALL

           IF WS_PROGRAM_EXIST_STATUS NOT = ZERO
               DISPLAY "*** " WS_FUNCTION_PROGRAM(WS_FUNCTION_IDX)
                   " IS NOT BUILT HERE - ASK OPERATIONS ***"
           ELSE
               *> the start is the session's last activity - what
               *> DEMO-MANUAL holds its idle limit to
               MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
               MOVE 'A' TO WS_SL_STATE
               MOVE WS_FUNCTION_ACTION(WS_FUNCTION_IDX)
                   TO WS_SL_REASON
               PERFORM B2190_WRITE_SESSION_LINE
               MOVE SPACES TO WS_FUNCTION_COMMAND
               STRING WS_PROGRAM_PATH DELIMITED BY SPACE,
                   " " DELIMITED BY SIZE,
                   WS_FUNCTION_ARGS DELIMITED BY SIZE
               INTO WS_FUNCTION_COMMAND
               CALL "SYSTEM" USING WS_FUNCTION_COMMAND
                   RETURNING WS_SYSTEM_STATUS
               END-CALL
               IF WS_SYSTEM_STATUS < ZERO
                   MOVE 255 TO WS_FUNCTION_RC
               ELSE
                   DIVIDE WS_SYSTEM_STATUS BY 256
                       GIVING WS_FUNCTION_RC
                       REMAINDER WS_EXIT_REMAINDER
               END-IF
               IF WS_FUNCTION_RC = ZERO
                   DISPLAY "--- FINISHED ---"
               ELSE
                   DISPLAY "--- FINISHED WITH RETURN-CODE "
                       WS_FUNCTION_RC " - SEE THE MESSAGES ABOVE ---"
               END-IF
           END-IF.

           EXIT.

       *> IDLE TIME-OUT

       *> every answer at the menu goes through here - one keyed after
       *> the idle limit is thrown away and the session is closed
       B6000_ACCEPT_ANSWER.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_DATE TO WS_PROMPT_DATE
           PERFORM B6010_SECONDS_NOW
           MOVE WS_NOW_SECONDS TO WS_PROMPT_SECONDS

           MOVE SPACES TO WS_ANSWER
           ACCEPT WS_ANSWER

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_DATE TO WS_ANSWER_DATE
           PERFORM B6010_SECONDS_NOW
           MOVE WS_NOW_SECONDS TO WS_ANSWER_SECONDS

           PERFORM B6020_CHECK_IDLE
           IF WS_TIMED_OUT_TRUE
               MOVE SPACES TO WS_ANSWER
               DISPLAY "*** NO ANSWER FOR OVER " WS_IDLE_MINUTES
                   " MINUTES - SIGNED OFF, SIGN ON AGAIN ***"
               MOVE "IDLE-TIMEOUT" TO WS_AUTH_ACTION
               MOVE SPACES TO WS_AUTH_TARGET
               STRING "IDLE " DELIMITED BY SIZE,
                   WS_ELAPSED_SECONDS DELIMITED BY SIZE,
                   " SECONDS" DELIMITED BY SIZE
               INTO WS_AUTH_TARGET
               PERFORM B2900_CLOSE_SESSION
           END-IF.

           EXIT.

       B6010_SECONDS_NOW.
           COMPUTE WS_NOW_SECONDS = (WS_CURRENT_HOURS * 3600)
               + (WS_CURRENT_MINUTE * 60) + WS_CURRENT_SECOND.

           EXIT.

       *> an answer on a later date than its prompt has waited past
       *> midnight - a day's seconds are added back in
       B6020_CHECK_IDLE.
           SET WS_TIMED_OUT_FALSE TO TRUE
           IF WS_ANSWER_DATE = WS_PROMPT_DATE
               COMPUTE WS_ELAPSED_SECONDS =
                   WS_ANSWER_SECONDS - WS_PROMPT_SECONDS
           ELSE
               COMPUTE WS_ELAPSED_SECONDS =
                   WS_ANSWER_SECONDS + 86400 - WS_PROMPT_SECONDS
           END-IF
           IF WS_ELAPSED_SECONDS > WS_IDLE_LIMIT_SECONDS
               SET WS_TIMED_OUT_TRUE TO TRUE
           END-IF.

           EXIT.

       *> ACCESS LOG

       *> one durable line per sign-on event: when, who, what, detail
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

           PERFORM B9101_MENU_OFFERS_ONLY_PERMITTED.
           PERFORM B9102_IDLE_PAST_LIMIT_TIMES_OUT.
           PERFORM B9103_IDLE_ACROSS_MIDNIGHT.
           PERFORM B9104_INQUIRY_KEY_IS_BUILT.
           PERFORM B9105_TOKEN_IS_WRITTEN_AS_DIGEST.
           PERFORM B9106_KEY_TEXT_IS_LETTERS_AND_DIGITS.

           EXIT.

       B9101_MENU_OFFERS_ONLY_PERMITTED.
           DISPLAY 'THE MENU OFFERS ONLY THE PROFILE''S FUNCTIONS'.

           MOVE SPACES TO WS_OPR_TOKENS
           MOVE "PENDING" TO WS_OPR_TOKEN(1)
           MOVE "HOLD-RELEASE" TO WS_OPR_TOKEN(2)
           MOVE "RUNINQ" TO WS_OPR_TOKEN(3)
           PERFORM B3000_BUILD_MENU

           *> RUNINQ is function 2 and PENDING function 6
           DISPLAY "EXPECTED: 2 LINES - 2 6".
           DISPLAY "ACTUAL:   " WS_MENU_COUNT " LINES - "
               WS_MENU_FUNCTION(1) " " WS_MENU_FUNCTION(2).
           IF WS_MENU_COUNT = 2 AND WS_MENU_FUNCTION(1) = 2
                   AND WS_MENU_FUNCTION(2) = 6
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_IDLE_PAST_LIMIT_TIMES_OUT.
           DISPLAY 'AN ANSWER AFTER THE IDLE LIMIT TIMES OUT'.

           MOVE 900 TO WS_IDLE_LIMIT_SECONDS
           MOVE "20261015" TO WS_PROMPT_DATE
           MOVE "20261015" TO WS_ANSWER_DATE
           MOVE 36000 TO WS_PROMPT_SECONDS
           MOVE 36901 TO WS_ANSWER_SECONDS
           PERFORM B6020_CHECK_IDLE
           DISPLAY "EXPECTED: T AFTER 901 SECONDS".
           DISPLAY "ACTUAL:   " WS_TIMED_OUT " AFTER "
               WS_ELAPSED_SECONDS " SECONDS".
           IF WS_TIMED_OUT_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE 36900 TO WS_ANSWER_SECONDS
           PERFORM B6020_CHECK_IDLE
           DISPLAY "EXPECTED: F AT EXACTLY THE LIMIT".
           DISPLAY "ACTUAL:   " WS_TIMED_OUT.
           IF WS_TIMED_OUT_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_IDLE_ACROSS_MIDNIGHT.
           DISPLAY 'IDLE TIME IS COUNTED ACROSS MIDNIGHT'.

           MOVE 900 TO WS_IDLE_LIMIT_SECONDS
           MOVE "20261015" TO WS_PROMPT_DATE
           MOVE "20261016" TO WS_ANSWER_DATE
           MOVE 86000 TO WS_PROMPT_SECONDS
           MOVE 1000 TO WS_ANSWER_SECONDS
           PERFORM B6020_CHECK_IDLE
           DISPLAY "EXPECTED: T AFTER 1400 SECONDS".
           DISPLAY "ACTUAL:   " WS_TIMED_OUT " AFTER "
               WS_ELAPSED_SECONDS " SECONDS".
           IF WS_TIMED_OUT_TRUE AND WS_ELAPSED_SECONDS = 1400
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_INQUIRY_KEY_IS_BUILT.
           DISPLAY 'THE INQUIRY KEY RUNS DATE, STRING AND SOURCE '
               'TOGETHER'.

           MOVE "20260822" TO WS_INPUT_DATE
           MOVE "22B007" TO WS_INPUT_STRING
           MOVE "SEC" TO WS_INPUT_SOURCE
           PERFORM B4110_BUILD_INQUIRY_KEY
           DISPLAY "EXPECTED: 2026082222B007SEC".
           DISPLAY "ACTUAL:   " WS_FUNCTION_ARGS.
           IF WS_FUNCTION_ARGS = "2026082222B007SEC"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE SPACES TO WS_INPUT_STRING
           PERFORM B4110_BUILD_INQUIRY_KEY
           DISPLAY "EXPECTED: 20260822 (SOURCE IGNORED)".
           DISPLAY "ACTUAL:   " WS_FUNCTION_ARGS.
           IF WS_FUNCTION_ARGS = "20260822"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "TXN-0000418822" TO WS_INPUT_PROVIDER_REF
           PERFORM B4110_BUILD_INQUIRY_KEY
           DISPLAY "EXPECTED: REF 'TXN-0000418822      '".
           DISPLAY "ACTUAL:   " WS_FUNCTION_ARGS.
           IF WS_FUNCTION_ARGS = "REF 'TXN-0000418822      '"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE SPACES TO WS_INPUT_PROVIDER_REF.

           EXIT.

       B9105_TOKEN_IS_WRITTEN_AS_DIGEST.
           DISPLAY 'THE SESSIONS FILE CARRIES THE TOKEN''S DIGEST'.

           MOVE "JMB" TO WS_OPERATOR_ID
           MOVE "4821907735160284" TO WS_SESSION_TOKEN
           PERFORM B2120_DIGEST_TOKEN
           MOVE WS_SESSION_DIGEST TO WS_SL_TOKEN
           DISPLAY "EXPECTED: 1112744296383676".
           DISPLAY "ACTUAL:   " WS_SL_TOKEN.
           IF WS_SL_TOKEN = "1112744296383676"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "4821907735160285" TO WS_SESSION_TOKEN
           PERFORM B2120_DIGEST_TOKEN
           DISPLAY "EXPECTED: BOTH LANES CHANGE WITH ONE DIGIT".
           DISPLAY "ACTUAL:   " WS_SESSION_DIGEST.
           IF WS_SESSION_DIGEST(1:8) NOT = WS_SL_TOKEN(1:8)
                   AND WS_SESSION_DIGEST(9:8) NOT = WS_SL_TOKEN(9:8)
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9106_KEY_TEXT_IS_LETTERS_AND_DIGITS.
           DISPLAY 'A RECORD STRING OR SOURCE IS LETTERS AND DIGITS '
               'ONLY'.

           MOVE 6 TO WS_KEY_TEXT_LEN
           MOVE "22B007" TO WS_ANSWER
           PERFORM B4020_CHECK_KEY_TEXT
           DISPLAY "EXPECTED: T FOR 22B007".
           DISPLAY "ACTUAL:   " WS_KEY_TEXT_VALID.
           IF WS_KEY_TEXT_VALID_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "X;SH" TO WS_ANSWER
           PERFORM B4020_CHECK_KEY_TEXT
           DISPLAY "EXPECTED: F FOR X;SH".
           DISPLAY "ACTUAL:   " WS_KEY_TEXT_VALID.
           IF WS_KEY_TEXT_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "22B007;SH" TO WS_ANSWER
           PERFORM B4020_CHECK_KEY_TEXT
           DISPLAY "EXPECTED: F FOR 22B007;SH".
           DISPLAY "ACTUAL:   " WS_KEY_TEXT_VALID.
           IF WS_KEY_TEXT_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE 3 TO WS_KEY_TEXT_LEN
           MOVE "SEC" TO WS_ANSWER
           PERFORM B4020_CHECK_KEY_TEXT
           DISPLAY "EXPECTED: T FOR SEC, F FOR S$C".
           DISPLAY "ACTUAL:   " WS_KEY_TEXT_VALID.
           IF WS_KEY_TEXT_VALID_TRUE
               MOVE "S$C" TO WS_ANSWER
               PERFORM B4020_CHECK_KEY_TEXT
               DISPLAY "ACTUAL:   " WS_KEY_TEXT_VALID
           END-IF
           IF WS_KEY_TEXT_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE SPACES TO WS_ANSWER.

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
